000337*                     TRANSMITTAL, GETS NO DETAIL, AND ENDS THE      *
000338*                     RUN RC=8 SO THE HAND-OFF IS BLOCKED            *
000339*                     INSTEAD OF TRANSMITTING BLANKS.                *
000340*    2026-10-15 DWL   DELTA MODE.  A 'DELTA' CARD ON XTRPARM         *
000341*                     COMPARES TONIGHT'S DETAILS BY EMPLOYEE ID      *
000342*                     WITH THE LAST FULL IMAGE (PAYPRIOR) AND        *
000343*                     SENDS ONLY ADDS, CHANGES AND REMOVALS, EACH    *
000344*                     WITH ITS ACTION CODE; THE TRAILER COUNT AND    *
000345*                     BOTH HASHES COVER THE DETAILS ACTUALLY SENT,   *
000346*                     AND THE TRANSMITTAL SHOWS THE ADD/CHANGE/      *
000347*                     REMOVE COUNTS.  NO CARD, OR 'FULL', SENDS      *
000348*                     THE WHOLE FILE AS BEFORE.  EVERY RUN, IN       *
000349*                     EITHER MODE, WRITES TONIGHT'S FULL IMAGE TO    *
000350*                     PAYFULL AS THE NEXT NIGHT'S COMPARISON BASE -  *
000351*                     A DELTA PAYVEND GENERATION CANNOT SERVE AS     *
000352*                     ONE.  AN EMPLOYEE HELD BACK FOR A MISSING      *
000353*                     COMPENSATION RECORD IS CARRIED FORWARD ON      *
000354*                     PAYFULL AS LAST SENT, NOT REMOVED.             *
000355*                                                                 *
000356******************************************************************
000357 ENVIRONMENT DIVISION.
000358 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT INPUT-MASTER
000380         ASSIGN TO "OUTMSTR"
000508         RECORD KEY IS CMP-EMPLOYEE-ID
000509         FILE STATUS IS HR20-COMPMSTR-STATUS.
000510
000511     SELECT OPTIONAL EXTRACT-PARM
000512         ASSIGN TO "XTRPARM"
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS HR20-XTRPARM-STATUS.
000515
000516     SELECT PRIOR-FULL-IMAGE
000517         ASSIGN TO "PAYPRIOR"
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS HR20-PAYPRIOR-STATUS.
000520
000521     SELECT FULL-IMAGE
000522         ASSIGN TO "PAYFULL"
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS HR20-PAYFULL-STATUS.
000525
000526 DATA DIVISION.
000530 FILE SECTION.
000540 FD  INPUT-MASTER.
000550     COPY EMPREC.
000614 FD  COMP-MASTER.
000616     COPY COMPREC.
000620
000621 FD  EXTRACT-PARM.
000622 01  XTRPARM-RECORD                  PIC X(05).
000623
000624******************************************************************
000625*    LAST NIGHT'S AND TONIGHT'S FULL IMAGES - VND-DETAIL RECORDS  *
000626*    ONLY, NO HEADER OR TRAILER, ACTION CODE SPACE, IN EMPLOYEE   *
000627*    ID ORDER.                                                    *
000628******************************************************************
000629 FD  PRIOR-FULL-IMAGE.
000630 01  PAYPRIOR-RECORD.
000631     05  FILLER                      PIC X(01).
000632     05  PAYPRIOR-EMPLOYEE-ID        PIC X(06).
000633     05  FILLER                      PIC X(63).
000634
000635 FD  FULL-IMAGE.
000636 01  PAYFULL-RECORD                  PIC X(70).
000637
000638 WORKING-STORAGE SECTION.
000640******************************************************************
000650*    PROGRAM SWITCHES AND COUNTERS.                               *
000660******************************************************************
000670 01  HR20-SWITCHES.
000680     05  HR20-OUTMSTR-EOF-SWITCH     PIC X(01) VALUE 'N'.
000690         88  HR20-OUTMSTR-EOF            VALUE 'Y'.
000691     05  HR20-PAYPRIOR-EOF-SWITCH    PIC X(01) VALUE 'N'.
000692         88  HR20-PAYPRIOR-EOF           VALUE 'Y'.
000693     05  HR20-EXTRACT-MODE-SWITCH    PIC X(01) VALUE 'F'.
000694         88  HR20-FULL-MODE              VALUE 'F'.
000695         88  HR20-DELTA-MODE             VALUE 'D'.
000700
000710 01  HR20-COUNTERS.
000720     05  HR20-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
000722     05  HR20-NO-COMP-COUNT          PIC 9(07) VALUE ZERO.
000723     05  HR20-ADD-COUNT              PIC 9(07) VALUE ZERO.
000724     05  HR20-CHANGE-COUNT           PIC 9(07) VALUE ZERO.
000725     05  HR20-REMOVE-COUNT           PIC 9(07) VALUE ZERO.
000726     05  HR20-UNCHANGED-COUNT        PIC 9(07) VALUE ZERO.
000730
000740 01  HR20-FILE-STATUSES.
000750     05  HR20-OUTMSTR-STATUS         PIC X(02).
000760     05  HR20-PAYVEND-STATUS         PIC X(02).
000770     05  HR20-TRANSRPT-STATUS        PIC X(02).
000772     05  HR20-COMPMSTR-STATUS        PIC X(02).
000773     05  HR20-XTRPARM-STATUS         PIC X(02).
000774     05  HR20-PAYPRIOR-STATUS        PIC X(02).
000775     05  HR20-PAYFULL-STATUS         PIC X(02).
000776
000777 01  HR20-PRIOR-KEY                  PIC X(06).
000780
000790 01  HR20-DATE-TIME-FIELDS.
000800     05  HR20-RUN-DATE               PIC 9(08).
001220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001230     PERFORM 2000-READ-UNTIL-END THRU 2000-READ-UNTIL-END-EXIT
001240         UNTIL HR20-OUTMSTR-EOF.
001243     PERFORM 3900-REMOVE-REMAINING
001246         THRU 3900-REMOVE-REMAINING-EXIT.
001250     PERFORM 4000-WRITE-TRAILER THRU 4000-WRITE-TRAILER-EXIT.
001260     PERFORM 7000-PRINT-TRANSMITTAL
001270         THRU 7000-PRINT-TRANSMITTAL-EXIT.
001320*    1000-INITIALIZE - OPEN FILES AND WRITE THE VENDOR HEADER.    *
001330******************************************************************
001340 1000-INITIALIZE.
001343     PERFORM 1100-READ-EXTRACT-PARM
001346         THRU 1100-READ-EXTRACT-PARM-EXIT.
001350     OPEN INPUT INPUT-MASTER.
001355     OPEN INPUT COMP-MASTER.
001360     OPEN OUTPUT VENDOR-FILE.
001370     OPEN OUTPUT TRANSMITTAL-REPORT.
001372     OPEN OUTPUT FULL-IMAGE.
001374     IF HR20-DELTA-MODE
001376         OPEN INPUT PRIOR-FULL-IMAGE
001378     END-IF.
001380     PERFORM 1500-VERIFY-OPEN-STATUS
001390         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001400     ACCEPT HR20-RUN-DATE FROM DATE YYYYMMDD.
001412     MOVE HR20-TIME-OF-DAY (1:6) TO HR20-RUN-TIME.
001420     MOVE HR20-RUN-DATE TO VND-HDR-RUN-DATE.
001430     MOVE HR20-RUN-TIME TO VND-HDR-RUN-TIME.
001435     MOVE HR20-EXTRACT-MODE-SWITCH TO VND-HDR-EXTRACT-MODE.
001440     MOVE VND-HEADER TO PAYVEND-RECORD.
001450     WRITE PAYVEND-RECORD.
001452     IF HR20-DELTA-MODE
001454         PERFORM 2300-READ-PRIOR-FULL
001456             THRU 2300-READ-PRIOR-FULL-EXIT
001458     END-IF.
001460 1000-INITIALIZE-EXIT.
001470     EXIT.
001471
001472******************************************************************
001473*    1100-READ-EXTRACT-PARM - NO CARD SENDS THE FULL FILE.  A     *
001474*    CARD PUNCHED 'DELTA' IN COLUMNS 1-5 SENDS CHANGES ONLY;      *
001475*    'FULL' IS ACCEPTED SO THE REFRESH NIGHT CAN SAY SO.  ANY     *
001476*    OTHER CARD STOPS THE RUN BEFORE ANYTHING IS WRITTEN.         *
001477******************************************************************
001478 1100-READ-EXTRACT-PARM.
001479     OPEN INPUT EXTRACT-PARM.
001480     IF HR20-XTRPARM-STATUS NOT = '00' AND
001481        HR20-XTRPARM-STATUS NOT = '05'
001482         DISPLAY 'PAYXTRCT: UNABLE TO OPEN EXTRACT-PARM, '
001483             'STATUS=' HR20-XTRPARM-STATUS
001484         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001485     END-IF.
001486     READ EXTRACT-PARM
001487         AT END
001488             MOVE 'F' TO HR20-EXTRACT-MODE-SWITCH
001489         NOT AT END
001490             EVALUATE XTRPARM-RECORD
001491                 WHEN 'DELTA'
001492                     MOVE 'D' TO HR20-EXTRACT-MODE-SWITCH
001493                 WHEN 'FULL '
001494                     MOVE 'F' TO HR20-EXTRACT-MODE-SWITCH
001495                 WHEN OTHER
001496                     DISPLAY 'PAYXTRCT: XTRPARM CARD MUST BE '
001497                         'DELTA OR FULL IN COLUMNS 1-5'
001498                     GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001499             END-EVALUATE
001500     END-READ.
001501     CLOSE EXTRACT-PARM.
001502 1100-READ-EXTRACT-PARM-EXIT.
001503     EXIT.
001504
001505******************************************************************
001506*    1500-VERIFY-OPEN-STATUS - CONFIRM EVERY FILE OPENED          *
001510*    CLEANLY BEFORE THE EXTRACT WRITES A SINGLE RECORD.            *
001520******************************************************************
001530 1500-VERIFY-OPEN-STATUS.
001682     IF HR20-COMPMSTR-STATUS NOT = '00'
001684         DISPLAY 'PAYXTRCT: UNABLE TO OPEN COMP-MASTER, '
001686             'STATUS=' HR20-COMPMSTR-STATUS
001687         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001688     END-IF.
001689     IF HR20-PAYFULL-STATUS NOT = '00'
001690         DISPLAY 'PAYXTRCT: UNABLE TO OPEN FULL-IMAGE, '
001691             'STATUS=' HR20-PAYFULL-STATUS
001692         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001693     END-IF.
001694     IF HR20-DELTA-MODE AND HR20-PAYPRIOR-STATUS NOT = '00'
001695         DISPLAY 'PAYXTRCT: UNABLE TO OPEN PRIOR-FULL-IMAGE, '
001696             'STATUS=' HR20-PAYPRIOR-STATUS
001697         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001698     END-IF.
001699     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001700 1500-VERIFY-OPEN-STATUS-ABEND.
001710     MOVE 16 TO RETURN-CODE.
001720     STOP RUN.
001880 2000-READ-UNTIL-END-EXIT.
001890     EXIT.
001900
001901******************************************************************
001902*    2300-READ-PRIOR-FULL - NEXT DETAIL OF LAST NIGHT'S FULL      *
001903*    IMAGE.  AT END THE KEY GOES TO ALL '9'S SO EVERY REMAINING   *
001904*    OUTMSTR EMPLOYEE COMPARES LOW AND IS AN ADD.                 *
001905******************************************************************
001906 2300-READ-PRIOR-FULL.
001907     READ PRIOR-FULL-IMAGE
001908         AT END
001909             MOVE 'Y' TO HR20-PAYPRIOR-EOF-SWITCH
001910             MOVE ALL '9' TO HR20-PRIOR-KEY
001911         NOT AT END
001912             MOVE PAYPRIOR-EMPLOYEE-ID TO HR20-PRIOR-KEY
001913     END-READ.
001914 2300-READ-PRIOR-FULL-EXIT.
001915     EXIT.
001916
001917******************************************************************
001920*    3000-WRITE-VENDOR-DETAIL - JOIN THE COMPENSATION MASTER BY   *
001930*    KEYED READ, REFORMAT THE EMPLOYEE RECORD TO THE VENDOR       *
001932*    FIELD ORDER WITH THE PAY FIELDS AND WRITE IT TO TONIGHT'S    *
001934*    FULL IMAGE.  A FULL RUN SENDS EVERY DETAIL; A DELTA RUN      *
001936*    FIRST SENDS A REMOVAL FOR EACH PRIOR EMPLOYEE NOW GONE, THEN *
001938*    SENDS THIS ONE AS AN ADD, OR AS A CHANGE WHEN IT DIFFERS     *
001940*    FROM LAST NIGHT'S.  AN EMPLOYEE WITH NO COMPENSATION RECORD  *
001942*    GETS NO DETAIL AND BLOCKS THE HAND-OFF AT END OF JOB.        *
001950******************************************************************
001960 3000-WRITE-VENDOR-DETAIL.
001962     MOVE EMP-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
001967                 THRU 3500-REPORT-MISSING-COMP-EXIT
001968             GO TO 3000-WRITE-VENDOR-DETAIL-EXIT
001969     END-READ.
001970     IF HR20-DELTA-MODE
001971         PERFORM 3600-REMOVE-PRIOR-BELOW
001972             THRU 3600-REMOVE-PRIOR-BELOW-EXIT
001973     END-IF.
001974     MOVE EMP-EMPLOYEE-ID TO VND-DET-EMPLOYEE-ID.
001980     MOVE EMP-LAST-NAME TO VND-DET-LAST-NAME.
001990     MOVE EMP-FIRST-NAME TO VND-DET-FIRST-NAME.
002000     MOVE EMP-GENDER TO VND-DET-GENDER.
002004     MOVE CMP-ANNUAL-SALARY TO VND-DET-ANNUAL-SALARY.
002006     MOVE CMP-PAY-FREQ TO VND-DET-PAY-FREQ.
002008     MOVE CMP-EFFECT-DATE TO VND-DET-EFFECT-DATE.
002010     MOVE SPACE TO VND-DET-ACTION-CODE.
002012     MOVE VND-DETAIL TO PAYFULL-RECORD.
002014     WRITE PAYFULL-RECORD.
002016     IF HR20-FULL-MODE
002018         PERFORM 3800-SEND-DETAIL
002020             THRU 3800-SEND-DETAIL-EXIT
002022         GO TO 3000-WRITE-VENDOR-DETAIL-EXIT
002029     END-IF.
002030     IF HR20-PRIOR-KEY NOT = EMP-EMPLOYEE-ID
002031         MOVE 'A' TO VND-DET-ACTION-CODE
002032         ADD 1 TO HR20-ADD-COUNT
002033         PERFORM 3800-SEND-DETAIL
002034             THRU 3800-SEND-DETAIL-EXIT
002035         GO TO 3000-WRITE-VENDOR-DETAIL-EXIT
002036     END-IF.
002037     IF PAYPRIOR-RECORD = VND-DETAIL
002038         ADD 1 TO HR20-UNCHANGED-COUNT
002039     ELSE
002040         MOVE 'C' TO VND-DET-ACTION-CODE
002041         ADD 1 TO HR20-CHANGE-COUNT
002042         PERFORM 3800-SEND-DETAIL
002043             THRU 3800-SEND-DETAIL-EXIT
002044     END-IF.
002045     PERFORM 2300-READ-PRIOR-FULL
002046         THRU 2300-READ-PRIOR-FULL-EXIT.
002060 3000-WRITE-VENDOR-DETAIL-EXIT.
002070     EXIT.
002071
002089                 'FOR ' EMP-EMPLOYEE-ID
002091     END-STRING.
002092     WRITE TRANSRPT-RECORD.
002093     IF HR20-FULL-MODE
002094         GO TO 3500-REPORT-MISSING-COMP-EXIT
002095     END-IF.
002096     PERFORM 3600-REMOVE-PRIOR-BELOW
002097         THRU 3600-REMOVE-PRIOR-BELOW-EXIT.
002098     IF HR20-PRIOR-KEY = EMP-EMPLOYEE-ID
002099         MOVE PAYPRIOR-RECORD TO PAYFULL-RECORD
002100         WRITE PAYFULL-RECORD
002101         PERFORM 2300-READ-PRIOR-FULL
002102             THRU 2300-READ-PRIOR-FULL-EXIT
002103     END-IF.
002104 3500-REPORT-MISSING-COMP-EXIT.
002105     EXIT.
002106
002107******************************************************************
002108*    3600-REMOVE-PRIOR-BELOW - DELTA ONLY.  EVERY PRIOR-IMAGE     *
002109*    EMPLOYEE WITH AN ID BELOW THE CURRENT OUTMSTR ID IS NO       *
002110*    LONGER BEING SENT (PURGED, OR NOW ON LEAVE OR TERMINATED     *
002111*    AND EXCLUDED BY VARIABLES) AND GOES TO THE VENDOR AS A       *
002112*    REMOVAL.                                                     *
002113******************************************************************
002114 3600-REMOVE-PRIOR-BELOW.
002115     PERFORM 3700-SEND-REMOVAL
002116         THRU 3700-SEND-REMOVAL-EXIT
002117         UNTIL HR20-PRIOR-KEY NOT < EMP-EMPLOYEE-ID.
002118 3600-REMOVE-PRIOR-BELOW-EXIT.
002119     EXIT.
002120
002121******************************************************************
002122*    3700-SEND-REMOVAL - SEND THE PRIOR DETAIL AS LAST SENT WITH  *
002123*    ACTION CODE 'R', THEN MOVE TO THE NEXT PRIOR DETAIL.         *
002124******************************************************************
002125 3700-SEND-REMOVAL.
002126     MOVE PAYPRIOR-RECORD TO VND-DETAIL.
002127     MOVE 'R' TO VND-DET-ACTION-CODE.
002128     ADD 1 TO HR20-REMOVE-COUNT.
002129     PERFORM 3800-SEND-DETAIL
002130         THRU 3800-SEND-DETAIL-EXIT.
002131     PERFORM 2300-READ-PRIOR-FULL
002132         THRU 2300-READ-PRIOR-FULL-EXIT.
002133 3700-SEND-REMOVAL-EXIT.
002134     EXIT.
002135
002136******************************************************************
002137*    3800-SEND-DETAIL - ACCUMULATE THE TRAILER CONTROL TOTALS     *
002138*    FOR THE DETAIL IN VND-DETAIL AND WRITE IT TO THE VENDOR      *
002139*    FILE.  ONLY DETAILS ACTUALLY SENT ARE COUNTED AND HASHED,    *
002140*    SO ON A DELTA FILE THE TRAILER COVERS THE DELTA.             *
002141******************************************************************
002142 3800-SEND-DETAIL.
002143     ADD 1 TO HR20-DETAIL-COUNT.
002144     MOVE VND-DET-EMPLOYEE-ID TO HR20-EMP-ID-WORK.
002145     IF HR20-EMP-ID-WORK NOT NUMERIC
002146         DISPLAY 'PAYXTRCT: NON-NUMERIC EMPLOYEE ID '
002147             HR20-EMP-ID-WORK ' - HASH TOTAL UNRELIABLE'
002148         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002149     END-IF.
002150     ADD HR20-EMP-ID-NUM TO HR20-HASH-TOTAL.
002151     ADD VND-DET-ANNUAL-SALARY TO HR20-AMOUNT-HASH.
002152     MOVE VND-DETAIL TO PAYVEND-RECORD.
002153     WRITE PAYVEND-RECORD.
002154 3800-SEND-DETAIL-EXIT.
002155     EXIT.
002156
002157******************************************************************
002158*    3900-REMOVE-REMAINING - DELTA ONLY.  OUTMSTR IS EXHAUSTED;   *
002159*    EVERY PRIOR-IMAGE DETAIL STILL UNREAD IS A REMOVAL.          *
002160******************************************************************
002161 3900-REMOVE-REMAINING.
002162     IF HR20-FULL-MODE
002163         GO TO 3900-REMOVE-REMAINING-EXIT
002164     END-IF.
002165     PERFORM 3700-SEND-REMOVAL
002166         THRU 3700-SEND-REMOVAL-EXIT
002167         UNTIL HR20-PAYPRIOR-EOF.
002168 3900-REMOVE-REMAINING-EXIT.
002169     EXIT.
002170
002171******************************************************************
002172*    4000-WRITE-TRAILER - WRITE THE VENDOR TRAILER CARRYING THE   *
002173*    DETAIL COUNT AND THE EMPLOYEE-ID HASH TOTAL.                 *
002174******************************************************************
002175 4000-WRITE-TRAILER.
002176     MOVE HR20-DETAIL-COUNT TO VND-TRL-RECORD-COUNT.
002177     MOVE HR20-HASH-TOTAL TO VND-TRL-HASH-TOTAL.
002178     MOVE HR20-AMOUNT-HASH TO VND-TRL-AMOUNT-HASH.
002179     MOVE VND-TRAILER TO PAYVEND-RECORD.
002180     WRITE PAYVEND-RECORD.
002181 4000-WRITE-TRAILER-EXIT.
002190     EXIT.
002200
002210******************************************************************
002350            '  RUN TIME: '             DELIMITED BY SIZE
002360            HR20-RUN-TIME               DELIMITED BY SIZE
002370         INTO TRANSRPT-RECORD
002371     END-STRING.
002372     WRITE TRANSRPT-RECORD.
002373     MOVE SPACES TO TRANSRPT-RECORD.
002374     IF HR20-DELTA-MODE
002375         MOVE 'EXTRACT MODE: DELTA - CHANGES ONLY'
002376             TO TRANSRPT-RECORD
002377     ELSE
002378         MOVE 'EXTRACT MODE: FULL FILE' TO TRANSRPT-RECORD
002379     END-IF.
002380     WRITE TRANSRPT-RECORD.
002381     IF HR20-DELTA-MODE
002382         MOVE SPACES TO TRANSRPT-RECORD
002383         STRING 'ADDS: '                DELIMITED BY SIZE
002384                HR20-ADD-COUNT          DELIMITED BY SIZE
002385                '  CHANGES: '           DELIMITED BY SIZE
002386                HR20-CHANGE-COUNT       DELIMITED BY SIZE
002387                '  REMOVALS: '          DELIMITED BY SIZE
002388                HR20-REMOVE-COUNT       DELIMITED BY SIZE
002389                '  UNCHANGED: '         DELIMITED BY SIZE
002390                HR20-UNCHANGED-COUNT    DELIMITED BY SIZE
002391             INTO TRANSRPT-RECORD
002392         END-STRING
002393         WRITE TRANSRPT-RECORD
002394     END-IF.
002400     MOVE SPACES TO TRANSRPT-RECORD.
002410     STRING 'DETAIL RECORDS SENT: '    DELIMITED BY SIZE
002420            VND-TRL-RECORD-COUNT        DELIMITED BY SIZE
002650     CLOSE INPUT-MASTER.
002655     CLOSE COMP-MASTER.
002660     CLOSE VENDOR-FILE.
002662     CLOSE TRANSMITTAL-REPORT.
002664     CLOSE FULL-IMAGE.
002666     IF HR20-DELTA-MODE
002668         CLOSE PRIOR-FULL-IMAGE
002670     END-IF.
002672     IF HR20-NO-COMP-COUNT > ZERO
002674         DISPLAY 'PAYXTRCT: ' HR20-NO-COMP-COUNT
002676             ' EMPLOYEES WITHOUT COMPENSATION - '
