000230*                   ADDED OR REWRITTEN ON THE MASTER BY KEYED     *
000240*                   READ.  EVERY DETAIL IS LISTED AS ADDED,       *
000250*                   CHANGED OR REJECTED, WITH TOTALS AT THE END.  *
000251*                   A DETAIL WHOSE EFFECTIVE DATE IS STILL IN     *
000252*                   THE FUTURE IS HELD ON THE PENDING-COMP FILE   *
000253*                   (PENDCOMP LAYOUT) INSTEAD, AND THE NIGHTLY    *
000254*                   COMPAPLY STEP APPLIES IT WHEN THE DATE        *
000255*                   ARRIVES.  A RE-SENT DETAIL FOR THE SAME       *
000256*                   EMPLOYEE AND EFFECTIVE DATE REPLACES THE      *
000257*                   ONE ALREADY WAITING.                          *
000260*                                                                 *
000270*    MODIFICATION HISTORY                                        *
000280*    ----------------------------------------------------------  *
000316*                     A BLANK OR OUT-OF-SEQUENCE ID ENDS THE RUN    *
000317*                     RC=16 AS A CONTROL FAILURE - IT USED TO BE    *
000318*                     UPSERTED AS A JUNK KEY NOTHING COULD JOIN.    *
000319*    2026-10-05 DWL   FUTURE-DATED DETAILS NO LONGER OVERWRITE THE  *
000320*                     MASTER AHEAD OF TIME - 3400-HOLD-PENDING      *
000321*                     PARKS THEM ON THE NEW PENDCOMP FILE KEYED BY  *
000322*                     EMPLOYEE ID AND EFFECTIVE DATE, REPLACING ANY *
000323*                     RECORD ALREADY WAITING UNDER THAT KEY.        *
000324*                     LISTED AS PENDING/REPLACED ON COMPRPT.        *
000325*                                                                 *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HR20-COMPREJ-STATUS.
000580
000581     SELECT PENDING-COMP
000582         ASSIGN TO "PENDCOMP"
000583         ORGANIZATION IS INDEXED
000584         ACCESS MODE IS RANDOM
000585         RECORD KEY IS PND-PENDING-KEY
000586         FILE STATUS IS HR20-PENDCOMP-STATUS.
000587
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  COMP-MASTER.
000690
000700 FD  REJECT-REPORT.
000710 01  COMPREJ-RECORD                  PIC X(80).
000712
000714 FD  PENDING-COMP.
000716     COPY PENDCOMP.
000720
000730 WORKING-STORAGE SECTION.
000740******************************************************************
000870     05  HR20-ADDED-COUNT            PIC 9(07) VALUE ZERO.
000880     05  HR20-CHANGED-COUNT          PIC 9(07) VALUE ZERO.
000890     05  HR20-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
000893     05  HR20-PENDING-COUNT          PIC 9(07) VALUE ZERO.
000896     05  HR20-REPLACED-COUNT         PIC 9(07) VALUE ZERO.
000900
000910 01  HR20-FILE-STATUSES.
000920     05  HR20-COMPMSTR-STATUS        PIC X(02).
000930     05  HR20-COMPFEED-STATUS        PIC X(02).
000940     05  HR20-COMPRPT-STATUS         PIC X(02).
000950     05  HR20-COMPREJ-STATUS         PIC X(02).
000955     05  HR20-PENDCOMP-STATUS        PIC X(02).
000960
000970 01  HR20-CURRENT-DATE               PIC 9(08).
000972
000974 01  HR20-PREVIOUS-ID                PIC X(06) VALUE LOW-VALUES.
000980
000990 01  HR20-REJECT-REASON              PIC X(25).
000993
000996 01  HR20-LINE-LABEL                 PIC X(10).
001000
001010 01  HR20-EFFECT-SPLIT.
001020     05  HR20-EFF-YEAR               PIC 9(04).
001260     OPEN INPUT COMP-FEED.
001270     OPEN OUTPUT LOAD-REPORT.
001280     OPEN OUTPUT REJECT-REPORT.
001285     OPEN I-O PENDING-COMP.
001290     IF HR20-COMPMSTR-STATUS NOT = '00'
001300         DISPLAY 'COMPLOAD: UNABLE TO OPEN COMP-MASTER, '
001310             'STATUS=' HR20-COMPMSTR-STATUS
001440     IF HR20-COMPREJ-STATUS NOT = '00'
001450         DISPLAY 'COMPLOAD: UNABLE TO OPEN REJECT-REPORT, '
001460             'STATUS=' HR20-COMPREJ-STATUS
001461         GO TO 9100-CONTROL-ABEND
001462     END-IF.
001463     IF HR20-PENDCOMP-STATUS NOT = '00'
001464         DISPLAY 'COMPLOAD: UNABLE TO OPEN PENDING-COMP, '
001465             'STATUS=' HR20-PENDCOMP-STATUS
001470         GO TO 9100-CONTROL-ABEND
001480     END-IF.
001490     ACCEPT HR20-CURRENT-DATE FROM DATE YYYYMMDD.
001700
001710******************************************************************
001720*    2000-PROCESS-FEED - EDIT THE CURRENT DETAIL AND APPLY IT     *
001726*    TO THE COMPENSATION MASTER, OR HOLD IT ON THE PENDING FILE   *
001732*    WHEN IT IS NOT YET EFFECTIVE.                                *
001740******************************************************************
001750 2000-PROCESS-FEED.
001760     IF CPF-FEED-TRAILER
001800     ADD 1 TO HR20-DETAIL-COUNT.
001810     PERFORM 3000-EDIT-DETAIL THRU 3000-EDIT-DETAIL-EXIT.
001820     IF HR20-DETAIL-OK
001822         IF CPF-EFFECT-DATE > HR20-CURRENT-DATE
001824             PERFORM 3400-HOLD-PENDING
001826                 THRU 3400-HOLD-PENDING-EXIT
001828         ELSE
001830             PERFORM 3500-APPLY-DETAIL
001832                 THRU 3500-APPLY-DETAIL-EXIT
001834         END-IF
001840     ELSE
001850         PERFORM 3900-WRITE-REJECT-LINE
001860             THRU 3900-WRITE-REJECT-LINE-EXIT
002280     MOVE CPF-EFFECT-DATE TO HR20-EFFECT-SPLIT.
002290     IF HR20-EFF-MONTH < 01 OR HR20-EFF-MONTH > 12 OR
002300        HR20-EFF-DAY < 01 OR HR20-EFF-DAY > 31
002301         MOVE 'EFFECTIVE DATE INVALID' TO HR20-REJECT-REASON
002302         MOVE 'N' TO HR20-EDIT-SWITCH
002303     END-IF.
002304 3000-EDIT-DETAIL-EXIT.
002305     EXIT.
002306
002307******************************************************************
002308*    3400-HOLD-PENDING - THE DETAIL IS NOT EFFECTIVE UNTIL A      *
002309*    LATER DATE.  KEYED READ ON EMPLOYEE ID PLUS EFFECTIVE DATE   *
002310*    DECIDES WHETHER THIS IS A NEW PENDING CHANGE OR A CORRECTED  *
002311*    RESEND OF ONE ALREADY WAITING, WHICH IT REPLACES.  THE       *
002312*    COMPENSATION MASTER IS NOT TOUCHED UNTIL COMPAPLY MOVES THE  *
002313*    RECORD ACROSS ON ITS EFFECTIVE DATE.                         *
002314******************************************************************
002315 3400-HOLD-PENDING.
002316     MOVE CPF-EMPLOYEE-ID TO PND-EMPLOYEE-ID.
002317     MOVE CPF-EFFECT-DATE TO PND-EFFECT-DATE.
002318     READ PENDING-COMP
002319         INVALID KEY
002320             PERFORM 3410-ADD-PENDING-RECORD
002321                 THRU 3410-ADD-PENDING-RECORD-EXIT
002322         NOT INVALID KEY
002323             PERFORM 3420-REPLACE-PENDING-RECORD
002324                 THRU 3420-REPLACE-PENDING-RECORD-EXIT
002325     END-READ.
002326 3400-HOLD-PENDING-EXIT.
002327     EXIT.
002328
002329 3410-ADD-PENDING-RECORD.
002330     MOVE SPACES TO PND-PENDING-RECORD.
002331     MOVE CPF-EMPLOYEE-ID TO PND-EMPLOYEE-ID.
002332     MOVE CPF-EFFECT-DATE TO PND-EFFECT-DATE.
002333     PERFORM 3430-MOVE-PENDING-FIELDS
002334         THRU 3430-MOVE-PENDING-FIELDS-EXIT.
002335     WRITE PND-PENDING-RECORD
002336         INVALID KEY
002337             DISPLAY 'COMPLOAD: PENDING WRITE FAILED FOR '
002338                 PND-EMPLOYEE-ID ' ' PND-EFFECT-DATE
002339                 ' STATUS=' HR20-PENDCOMP-STATUS
002340             GO TO 9100-CONTROL-ABEND
002341     END-WRITE.
002342     ADD 1 TO HR20-PENDING-COUNT.
002343     MOVE 'PENDING:  ' TO HR20-LINE-LABEL.
002344     PERFORM 3850-WRITE-APPLIED-LINE
002345         THRU 3850-WRITE-APPLIED-LINE-EXIT.
002346 3410-ADD-PENDING-RECORD-EXIT.
002347     EXIT.
002348
002349 3420-REPLACE-PENDING-RECORD.
002350     PERFORM 3430-MOVE-PENDING-FIELDS
002351         THRU 3430-MOVE-PENDING-FIELDS-EXIT.
002352     REWRITE PND-PENDING-RECORD.
002353     IF HR20-PENDCOMP-STATUS NOT = '00'
002354         DISPLAY 'COMPLOAD: PENDING REWRITE FAILED FOR '
002355             PND-EMPLOYEE-ID ' ' PND-EFFECT-DATE
002356             ' STATUS=' HR20-PENDCOMP-STATUS
002357         GO TO 9100-CONTROL-ABEND
002358     END-IF.
002359     ADD 1 TO HR20-REPLACED-COUNT.
002360     MOVE 'REPLACED: ' TO HR20-LINE-LABEL.
002361     PERFORM 3850-WRITE-APPLIED-LINE
002362         THRU 3850-WRITE-APPLIED-LINE-EXIT.
002363 3420-REPLACE-PENDING-RECORD-EXIT.
002364     EXIT.
002365
002366 3430-MOVE-PENDING-FIELDS.
002367     MOVE CPF-PAY-GRADE TO PND-PAY-GRADE.
002368     MOVE CPF-ANNUAL-SALARY-NUM TO PND-ANNUAL-SALARY.
002369     MOVE CPF-PAY-FREQ TO PND-PAY-FREQ.
002370     MOVE HR20-CURRENT-DATE TO PND-LOAD-DATE.
002371 3430-MOVE-PENDING-FIELDS-EXIT.
002372     EXIT.
002373
002374******************************************************************
002380*    3500-APPLY-DETAIL - KEYED READ DECIDES ADD OR CHANGE, THE    *
002390*    SAME UPSERT SHAPE EMPLOAD USES AGAINST THE EMPLOYEE          *
002400*    MASTER.                                                      *
002650             GO TO 9100-CONTROL-ABEND
002660     END-WRITE.
002670     ADD 1 TO HR20-ADDED-COUNT.
002675     MOVE 'APPLIED:  ' TO HR20-LINE-LABEL.
002680     PERFORM 3850-WRITE-APPLIED-LINE
002690         THRU 3850-WRITE-APPLIED-LINE-EXIT.
002700 3600-ADD-COMP-RECORD-EXIT.
002810         GO TO 9100-CONTROL-ABEND
002820     END-IF.
002830     ADD 1 TO HR20-CHANGED-COUNT.
002835     MOVE 'APPLIED:  ' TO HR20-LINE-LABEL.
002840     PERFORM 3850-WRITE-APPLIED-LINE
002850         THRU 3850-WRITE-APPLIED-LINE-EXIT.
002860 3700-CHANGE-COMP-RECORD-EXIT.
002960
002970 3850-WRITE-APPLIED-LINE.
002980     MOVE SPACES TO COMPRPT-RECORD.
002990     STRING HR20-LINE-LABEL             DELIMITED BY SIZE
003000            CPF-EMPLOYEE-ID             DELIMITED BY SIZE
003010            '  GRADE='                  DELIMITED BY SIZE
003020            CPF-PAY-GRADE               DELIMITED BY SIZE
003710             DISPLAY 'COMPLOAD: TOTALS LINE TRUNCATED'
003720     END-STRING.
003730     WRITE COMPRPT-RECORD.
003731     DISPLAY COMPRPT-RECORD.
003732     MOVE SPACES TO COMPRPT-RECORD.
003733     STRING '         PENDING: '        DELIMITED BY SIZE
003734            HR20-PENDING-COUNT          DELIMITED BY SIZE
003735            ' REPLACED: '               DELIMITED BY SIZE
003736            HR20-REPLACED-COUNT         DELIMITED BY SIZE
003737         INTO COMPRPT-RECORD
003738         ON OVERFLOW
003739             DISPLAY 'COMPLOAD: TOTALS LINE TRUNCATED'
003740     END-STRING.
003741     WRITE COMPRPT-RECORD.
003742     DISPLAY COMPRPT-RECORD.
003750     CLOSE COMP-MASTER.
003760     CLOSE COMP-FEED.
003770     CLOSE LOAD-REPORT.
003780     CLOSE REJECT-REPORT.
003785     CLOSE PENDING-COMP.
003790     GO TO 9000-TERMINATE-EXIT.
003800******************************************************************
003810*    9100-CONTROL-ABEND - A BATCH CONTROL OR FILE FAILURE.  END   *
