000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTGCHK.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-08.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  INTGCHK                                      *
000100*    DESCRIPTION :  NIGHTLY READ-ONLY CROSS-FILE INTEGRITY        *
000110*                   CHECK, RUN IN VARJOB AFTER THE PURGE STEP.    *
000120*                   EMPLOYEE-MASTER AND COMP-MASTER ARE BOTH IN   *
000130*                   ASCENDING EMPLOYEE ID SEQUENCE; A STANDARD    *
000140*                   SEQUENTIAL MATCH/MERGE REPORTS:               *
000150*                     - COMP RECORDS WITH NO EMPLOYEE RECORD      *
000160*                     - ACTIVE EMPLOYEES WITH NO COMP RECORD      *
000170*                   EVERY EMPLOYEE'S DEPARTMENT CODE IS CHECKED   *
000180*                   AGAINST THE DEPARTMENT REFERENCE FILE (SHARED *
000190*                   DEPTVAL LOOKUP), AND EVERY OPERAUTH ENTRY'S   *
000200*                   AUTHORITY CODE AGAINST THE CODES THE ONLINE   *
000210*                   TRANSACTIONS RECOGNISE.  NOTHING IS UPDATED.  *
000220*                   ANY FINDING ENDS THE STEP WITH RETURN CODE 4  *
000230*                   SO THE MORNING REVIEW SEES IT; THE REST OF    *
000240*                   THE NIGHT'S STEPS STILL RUN.                  *
000250*                                                                 *
000260*    MODIFICATION HISTORY                                        *
000270*    ----------------------------------------------------------  *
000280*    DATE       INIT  DESCRIPTION                                 *
000290*    ---------- ----  --------------------------------------      *
000300*    2026-10-08 DWL   ORIGINAL VERSION.                            *
000310*                                                                 *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMPLOYEE-MASTER
000370         ASSIGN TO "EMPMSTR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS EMP-EMPLOYEE-ID
000410         FILE STATUS IS HR20-EMPMSTR-STATUS.
000420
000430     SELECT COMP-MASTER
000440         ASSIGN TO "COMPMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS CMP-EMPLOYEE-ID
000480         FILE STATUS IS HR20-COMPMSTR-STATUS.
000490
000500     SELECT OPERATOR-AUTH
000510         ASSIGN TO "OPERAUTH"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS OPR-OPERATOR-ID
000550         FILE STATUS IS HR20-OPERAUTH-STATUS.
000560
000570     SELECT INTEGRITY-REPORT
000580         ASSIGN TO "INTGRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HR20-INTGRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  EMPLOYEE-MASTER.
000650     COPY EMPREC.
000660
000670 FD  COMP-MASTER.
000680     COPY COMPREC.
000690
000700 FD  OPERATOR-AUTH.
000710     COPY OPERAUTH.
000720
000730 FD  INTEGRITY-REPORT.
000740 01  INTGRPT-RECORD                  PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780*    PROGRAM SWITCHES AND COUNTERS.                               *
000790******************************************************************
000800 01  HR20-SWITCHES.
000810     05  HR20-EMPMSTR-EOF-SWITCH     PIC X(01) VALUE 'N'.
000820         88  HR20-EMPMSTR-EOF            VALUE 'Y'.
000830     05  HR20-COMPMSTR-EOF-SWITCH    PIC X(01) VALUE 'N'.
000840         88  HR20-COMPMSTR-EOF           VALUE 'Y'.
000850     05  HR20-OPERAUTH-EOF-SWITCH    PIC X(01) VALUE 'N'.
000860         88  HR20-OPERAUTH-EOF           VALUE 'Y'.
000870
000880 01  HR20-COUNTERS.
000890     05  HR20-EMPLOYEE-READ-COUNT    PIC 9(07) VALUE ZERO.
000900     05  HR20-COMP-READ-COUNT        PIC 9(07) VALUE ZERO.
000910     05  HR20-OPERATOR-READ-COUNT    PIC 9(07) VALUE ZERO.
000920     05  HR20-ORPHAN-COMP-COUNT      PIC 9(07) VALUE ZERO.
000930     05  HR20-NO-COMP-COUNT          PIC 9(07) VALUE ZERO.
000940     05  HR20-BAD-DEPT-COUNT         PIC 9(07) VALUE ZERO.
000950     05  HR20-BAD-AUTH-COUNT         PIC 9(07) VALUE ZERO.
000960
000970 01  HR20-FILE-STATUSES.
000980     05  HR20-EMPMSTR-STATUS         PIC X(02).
000990     05  HR20-COMPMSTR-STATUS        PIC X(02).
001000     05  HR20-OPERAUTH-STATUS        PIC X(02).
001010     05  HR20-INTGRPT-STATUS         PIC X(02).
001020
001030 01  HR20-COMPARE-KEYS.
001040     05  HR20-EMPMSTR-KEY            PIC X(06).
001050     05  HR20-COMPMSTR-KEY           PIC X(06).
001060
001070 01  HR20-DEPT-FIELDS.
001080     05  HR20-DEPT-VALID-SWITCH      PIC X(01) VALUE 'Y'.
001090         88  HR20-DEPT-ON-FILE           VALUE 'Y'.
001100     05  HR20-DEPT-NAME              PIC X(25).
001110
001120 PROCEDURE DIVISION.
001130******************************************************************
001140*    0000-MAINLINE                                                *
001150******************************************************************
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001180     PERFORM 2000-MATCH-RECORDS THRU 2000-MATCH-RECORDS-EXIT
001190         UNTIL HR20-EMPMSTR-EOF AND HR20-COMPMSTR-EOF.
001200     PERFORM 4000-CHECK-OPERATOR THRU 4000-CHECK-OPERATOR-EXIT
001210         UNTIL HR20-OPERAUTH-EOF.
001220     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001230     STOP RUN.
001240
001250******************************************************************
001260*    1000-INITIALIZE - OPEN FILES AND PRIME ALL THREE SEQUENCES.  *
001270******************************************************************
001280 1000-INITIALIZE.
001290     OPEN INPUT EMPLOYEE-MASTER.
001300     OPEN INPUT COMP-MASTER.
001310     OPEN INPUT OPERATOR-AUTH.
001320     OPEN OUTPUT INTEGRITY-REPORT.
001330     PERFORM 1500-VERIFY-OPEN-STATUS
001340         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001350     PERFORM 2100-READ-EMPLOYEE-MASTER
001360         THRU 2100-READ-EMPLOYEE-MASTER-EXIT.
001370     PERFORM 2200-READ-COMP-MASTER
001380         THRU 2200-READ-COMP-MASTER-EXIT.
001390     PERFORM 4100-READ-OPERATOR-AUTH
001400         THRU 4100-READ-OPERATOR-AUTH-EXIT.
001410 1000-INITIALIZE-EXIT.
001420     EXIT.
001430
001440******************************************************************
001450*    1500-VERIFY-OPEN-STATUS - CONFIRM ALL FOUR FILES OPENED      *
001460*    CLEANLY BEFORE A SINGLE RECORD IS READ.                      *
001470******************************************************************
001480 1500-VERIFY-OPEN-STATUS.
001490     IF HR20-EMPMSTR-STATUS NOT = '00'
001500         DISPLAY 'INTGCHK: UNABLE TO OPEN EMPLOYEE-MASTER, '
001510             'STATUS=' HR20-EMPMSTR-STATUS
001520         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001530     END-IF.
001540     IF HR20-COMPMSTR-STATUS NOT = '00'
001550         DISPLAY 'INTGCHK: UNABLE TO OPEN COMP-MASTER, '
001560             'STATUS=' HR20-COMPMSTR-STATUS
001570         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001580     END-IF.
001590     IF HR20-OPERAUTH-STATUS NOT = '00'
001600         DISPLAY 'INTGCHK: UNABLE TO OPEN OPERATOR-AUTH, '
001610             'STATUS=' HR20-OPERAUTH-STATUS
001620         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001630     END-IF.
001640     IF HR20-INTGRPT-STATUS NOT = '00'
001650         DISPLAY 'INTGCHK: UNABLE TO OPEN INTEGRITY-REPORT, '
001660             'STATUS=' HR20-INTGRPT-STATUS
001670         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001680     END-IF.
001690     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001700 1500-VERIFY-OPEN-STATUS-ABEND.
001710     MOVE 16 TO RETURN-CODE.
001720     STOP RUN.
001730 1500-VERIFY-OPEN-STATUS-EXIT.
001740     EXIT.
001750
001760******************************************************************
001770*    2000-MATCH-RECORDS - STANDARD SEQUENTIAL MATCH/MERGE OF      *
001780*    EMPLOYEE-MASTER AGAINST COMP-MASTER ON EMPLOYEE ID.          *
001790******************************************************************
001800 2000-MATCH-RECORDS.
001810     PERFORM 2500-SET-COMPARE-KEYS
001820         THRU 2500-SET-COMPARE-KEYS-EXIT.
001830     EVALUATE TRUE
001840         WHEN HR20-EMPMSTR-KEY < HR20-COMPMSTR-KEY
001850             PERFORM 3000-EMPLOYEE-WITHOUT-COMP
001860                 THRU 3000-EMPLOYEE-WITHOUT-COMP-EXIT
001870         WHEN HR20-COMPMSTR-KEY < HR20-EMPMSTR-KEY
001880             PERFORM 3100-COMP-WITHOUT-EMPLOYEE
001890                 THRU 3100-COMP-WITHOUT-EMPLOYEE-EXIT
001900         WHEN OTHER
001910             PERFORM 3200-MATCHED-PAIR
001920                 THRU 3200-MATCHED-PAIR-EXIT
001930     END-EVALUATE.
001940 2000-MATCH-RECORDS-EXIT.
001950     EXIT.
001960
001970 2100-READ-EMPLOYEE-MASTER.
001980     READ EMPLOYEE-MASTER
001990         AT END
002000             MOVE 'Y' TO HR20-EMPMSTR-EOF-SWITCH
002010         NOT AT END
002020             ADD 1 TO HR20-EMPLOYEE-READ-COUNT
002030     END-READ.
002040 2100-READ-EMPLOYEE-MASTER-EXIT.
002050     EXIT.
002060
002070 2200-READ-COMP-MASTER.
002080     READ COMP-MASTER
002090         AT END
002100             MOVE 'Y' TO HR20-COMPMSTR-EOF-SWITCH
002110         NOT AT END
002120             ADD 1 TO HR20-COMP-READ-COUNT
002130     END-READ.
002140 2200-READ-COMP-MASTER-EXIT.
002150     EXIT.
002160
002170******************************************************************
002180*    2500-SET-COMPARE-KEYS - A FILE AT END IS TREATED AS HAVING  *
002190*    A KEY OF ALL '9'S SO THE OTHER FILE'S REMAINING RECORDS      *
002200*    DRIVE THE REMAINDER OF THE MATCH.                            *
002210******************************************************************
002220 2500-SET-COMPARE-KEYS.
002230     IF HR20-EMPMSTR-EOF
002240         MOVE ALL '9' TO HR20-EMPMSTR-KEY
002250     ELSE
002260         MOVE EMP-EMPLOYEE-ID TO HR20-EMPMSTR-KEY
002270     END-IF.
002280     IF HR20-COMPMSTR-EOF
002290         MOVE ALL '9' TO HR20-COMPMSTR-KEY
002300     ELSE
002310         MOVE CMP-EMPLOYEE-ID TO HR20-COMPMSTR-KEY
002320     END-IF.
002330 2500-SET-COMPARE-KEYS-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370*    3000-EMPLOYEE-WITHOUT-COMP - THE EMPLOYEE-MASTER KEY IS      *
002380*    LOWER, SO THE EMPLOYEE HAS NO COMP RECORD.  ONLY AN ACTIVE   *
002390*    EMPLOYEE IS A FINDING - ONE ON LEAVE OR AWAITING PURGE IS    *
002400*    NOT PAID THROUGH THE VENDOR EXTRACT.                         *
002410******************************************************************
002420 3000-EMPLOYEE-WITHOUT-COMP.
002430     IF EMP-STATUS-ACTIVE
002440         ADD 1 TO HR20-NO-COMP-COUNT
002450         MOVE SPACES TO INTGRPT-RECORD
002460         STRING 'ACTIVE - NO COMP RECORD:    '
002470                                        DELIMITED BY SIZE
002480                EMP-EMPLOYEE-ID         DELIMITED BY SIZE
002490                '  '                    DELIMITED BY SIZE
002500                EMP-NAM                 DELIMITED BY SIZE
002510             INTO INTGRPT-RECORD
002520         END-STRING
002530         WRITE INTGRPT-RECORD
002540     END-IF.
002550     PERFORM 3300-CHECK-DEPT-CODE THRU 3300-CHECK-DEPT-CODE-EXIT.
002560     PERFORM 2100-READ-EMPLOYEE-MASTER
002570         THRU 2100-READ-EMPLOYEE-MASTER-EXIT.
002580 3000-EMPLOYEE-WITHOUT-COMP-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    3100-COMP-WITHOUT-EMPLOYEE - THE COMP-MASTER KEY IS LOWER,   *
002630*    SO PAYROLL HOLDS PAY DATA FOR AN ID NOT ON THE EMPLOYEE      *
002640*    MASTER - AN ORPHAN LEFT BY A PURGE OR A MISKEYED FEED.       *
002650******************************************************************
002660 3100-COMP-WITHOUT-EMPLOYEE.
002670     ADD 1 TO HR20-ORPHAN-COMP-COUNT.
002680     MOVE SPACES TO INTGRPT-RECORD.
002690     STRING 'COMP - NO EMPLOYEE RECORD:  '  DELIMITED BY SIZE
002700            CMP-EMPLOYEE-ID                 DELIMITED BY SIZE
002710            '  GRADE '                      DELIMITED BY SIZE
002720            CMP-PAY-GRADE                   DELIMITED BY SIZE
002730            '  EFFECTIVE '                  DELIMITED BY SIZE
002740            CMP-EFFECT-DATE                 DELIMITED BY SIZE
002750         INTO INTGRPT-RECORD
002760     END-STRING.
002770     WRITE INTGRPT-RECORD.
002780     PERFORM 2200-READ-COMP-MASTER
002790         THRU 2200-READ-COMP-MASTER-EXIT.
002800 3100-COMP-WITHOUT-EMPLOYEE-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*    3200-MATCHED-PAIR - THE KEYS ARE EQUAL.  ONLY THE            *
002850*    DEPARTMENT CODE REMAINS TO BE CHECKED.                       *
002860******************************************************************
002870 3200-MATCHED-PAIR.
002880     PERFORM 3300-CHECK-DEPT-CODE THRU 3300-CHECK-DEPT-CODE-EXIT.
002890     PERFORM 2100-READ-EMPLOYEE-MASTER
002900         THRU 2100-READ-EMPLOYEE-MASTER-EXIT.
002910     PERFORM 2200-READ-COMP-MASTER
002920         THRU 2200-READ-COMP-MASTER-EXIT.
002930 3200-MATCHED-PAIR-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970*    3300-CHECK-DEPT-CODE - THE EMPLOYEE'S DEPARTMENT CODE MUST   *
002980*    BE ON THE DEPARTMENT REFERENCE FILE.                         *
002990******************************************************************
003000 3300-CHECK-DEPT-CODE.
003010     CALL 'DEPTVAL' USING EMP-DEPT-CODE HR20-DEPT-NAME
003020         HR20-DEPT-VALID-SWITCH.
003030     IF HR20-DEPT-ON-FILE
003040         GO TO 3300-CHECK-DEPT-CODE-EXIT
003050     END-IF.
003060     ADD 1 TO HR20-BAD-DEPT-COUNT.
003070     MOVE SPACES TO INTGRPT-RECORD.
003080     STRING 'DEPT NOT ON DEPT FILE:      '  DELIMITED BY SIZE
003090            EMP-EMPLOYEE-ID                 DELIMITED BY SIZE
003100            '  DEPT '                       DELIMITED BY SIZE
003110            EMP-DEPT-CODE                   DELIMITED BY SIZE
003120            '  '                            DELIMITED BY SIZE
003130            EMP-NAM                         DELIMITED BY SIZE
003140         INTO INTGRPT-RECORD
003150         ON OVERFLOW
003160             DISPLAY 'INTGCHK: INTGRPT LINE TRUNCATED FOR '
003170                 EMP-EMPLOYEE-ID
003180     END-STRING.
003190     WRITE INTGRPT-RECORD.
003200 3300-CHECK-DEPT-CODE-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240*    4000-CHECK-OPERATOR - EVERY OPERAUTH ENTRY MUST CARRY AN     *
003250*    AUTHORITY CODE THE ONLINE TRANSACTIONS RECOGNISE.  ANY       *
003260*    OTHER CODE SILENTLY FALLS BACK TO INQUIRY-ONLY ON LINE, SO   *
003270*    IT IS REPORTED HERE FOR THE SECURITY ADMINISTRATOR.          *
003280******************************************************************
003290 4000-CHECK-OPERATOR.
003300     IF NOT OPR-UPDATE-AUTHORITY AND NOT OPR-INQUIRY-ONLY
003310         ADD 1 TO HR20-BAD-AUTH-COUNT
003320         MOVE SPACES TO INTGRPT-RECORD
003330         STRING 'OPERAUTH - INVALID AUTHORITY: '
003340                                        DELIMITED BY SIZE
003350                OPR-OPERATOR-ID         DELIMITED BY SIZE
003360                '  CODE '''             DELIMITED BY SIZE
003370                OPR-AUTHORITY           DELIMITED BY SIZE
003380                ''''                    DELIMITED BY SIZE
003390             INTO INTGRPT-RECORD
003400         END-STRING
003410         WRITE INTGRPT-RECORD
003420     END-IF.
003430     PERFORM 4100-READ-OPERATOR-AUTH
003440         THRU 4100-READ-OPERATOR-AUTH-EXIT.
003450 4000-CHECK-OPERATOR-EXIT.
003460     EXIT.
003470
003480 4100-READ-OPERATOR-AUTH.
003490     READ OPERATOR-AUTH
003500         AT END
003510             MOVE 'Y' TO HR20-OPERAUTH-EOF-SWITCH
003520         NOT AT END
003530             ADD 1 TO HR20-OPERATOR-READ-COUNT
003540     END-READ.
003550 4100-READ-OPERATOR-AUTH-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*    9000-TERMINATE - PRINT TOTALS, SET THE RETURN CODE AND       *
003600*    CLOSE FILES.                                                 *
003610******************************************************************
003620 9000-TERMINATE.
003630     MOVE SPACES TO INTGRPT-RECORD.
003640     STRING 'READ - EMPLOYEES: '         DELIMITED BY SIZE
003650            HR20-EMPLOYEE-READ-COUNT      DELIMITED BY SIZE
003660            '  COMP: '                    DELIMITED BY SIZE
003670            HR20-COMP-READ-COUNT          DELIMITED BY SIZE
003680            '  OPERATORS: '               DELIMITED BY SIZE
003690            HR20-OPERATOR-READ-COUNT      DELIMITED BY SIZE
003700         INTO INTGRPT-RECORD
003710     END-STRING.
003720     WRITE INTGRPT-RECORD.
003730     DISPLAY INTGRPT-RECORD.
003740     MOVE SPACES TO INTGRPT-RECORD.
003750     STRING 'TOTALS - NO EMP: '          DELIMITED BY SIZE
003760            HR20-ORPHAN-COMP-COUNT        DELIMITED BY SIZE
003770            ' NO COMP: '                  DELIMITED BY SIZE
003780            HR20-NO-COMP-COUNT            DELIMITED BY SIZE
003790            ' BAD DEPT: '                 DELIMITED BY SIZE
003800            HR20-BAD-DEPT-COUNT           DELIMITED BY SIZE
003810            ' BAD AUTH: '                 DELIMITED BY SIZE
003820            HR20-BAD-AUTH-COUNT           DELIMITED BY SIZE
003830         INTO INTGRPT-RECORD
003840         ON OVERFLOW
003850             DISPLAY 'INTGCHK: TOTALS LINE TRUNCATED'
003860     END-STRING.
003870     WRITE INTGRPT-RECORD.
003880     DISPLAY INTGRPT-RECORD.
003890     IF HR20-ORPHAN-COMP-COUNT > ZERO
003900        OR HR20-NO-COMP-COUNT > ZERO
003910        OR HR20-BAD-DEPT-COUNT > ZERO
003920        OR HR20-BAD-AUTH-COUNT > ZERO
003930         MOVE 4 TO RETURN-CODE
003940     END-IF.
003950     CLOSE EMPLOYEE-MASTER.
003960     CLOSE COMP-MASTER.
003970     CLOSE OPERATOR-AUTH.
003980     CLOSE INTEGRITY-REPORT.
003990 9000-TERMINATE-EXIT.
004000     EXIT.
