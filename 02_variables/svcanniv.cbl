000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SVCANNIV.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  SVCANNIV                                     *
000100*    DESCRIPTION :  MONTHLY SERVICE-ANNIVERSARY AND TENURE        *
000110*                   REPORT.  READS THE EMPLOYEE-MASTER, KEEPS     *
000120*                   ACTIVE EMPLOYEES ONLY, AND SORTS THEM BY      *
000130*                   DEPARTMENT.  EACH DEPARTMENT PAGE (NAMED      *
000140*                   THROUGH THE SHARED DEPTVAL LOOKUP) LISTS      *
000150*                   THE EMPLOYEES REACHING A 5, 10, 15, 20 OR     *
000160*                   25-YEAR SERVICE ANNIVERSARY IN THE REPORT     *
000170*                   MONTH, THEN COUNTS THE DEPARTMENT BY TENURE   *
000180*                   BAND (UNDER 1, 1-4, 5-9, 10-19 AND 20 OR      *
000190*                   MORE COMPLETED YEARS AT THE END OF THE        *
000200*                   REPORT MONTH).  A HIRE DATE THAT FAILS THE    *
000210*                   SHARED DATEVAL CHECK CANNOT BE AGED, SO THE   *
000220*                   EMPLOYEE IS LISTED IN AN EXCEPTION SECTION    *
000230*                   INSTEAD.  A GRAND TOTAL PAGE COUNTS THE       *
000240*                   MILESTONES AND BANDS FOR THE WHOLE COMPANY.   *
000241*                   AN EMPLOYEE HIRED AFTER THE REPORT MONTH (A   *
000242*                   PAST MONTH ON THE CARD) IS NEITHER LISTED NOR *
000243*                   BANDED, ONLY COUNTED ON THE GRAND TOTAL PAGE. *
000250*                   WITH NO REPTPARM CARD THE REPORT MONTH IS     *
000260*                   THE COMING CALENDAR MONTH; A CARD CARRYING    *
000270*                   YYYYMM OVERRIDES IT.                          *
000280*                                                                 *
000290*    MODIFICATION HISTORY                                        *
000300*    ----------------------------------------------------------  *
000310*    DATE       INIT  DESCRIPTION                                 *
000320*    ---------- ----  --------------------------------------      *
000330*    2026-10-07 DWL   ORIGINAL VERSION.                            *
000331*    2026-10-15 DWL   SKIP HIRES AFTER THE REPORT MONTH, COUNTED   *
000332*                     SEPARATELY ON THE GRAND TOTAL PAGE.          *
000340*                                                                 *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPLOYEE-MASTER
000400         ASSIGN TO "EMPMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS EMP-EMPLOYEE-ID
000440         FILE STATUS IS HR20-EMPMSTR-STATUS.
000450
000460     SELECT ANNIV-REPORT
000470         ASSIGN TO "ANNVRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS HR20-ANNVRPT-STATUS.
000500
000510     SELECT OPTIONAL REPORT-PARM
000520         ASSIGN TO "REPTPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS HR20-REPTPARM-STATUS.
000550
000560     SELECT ANNIV-SORT
000570         ASSIGN TO "SORTWK".
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EMPLOYEE-MASTER.
000620     COPY EMPREC.
000630
000640 FD  ANNIV-REPORT.
000650 01  ANNVRPT-RECORD                  PIC X(80).
000660
000670 FD  REPORT-PARM.
000680 01  REPTPARM-RECORD                 PIC X(06).
000690
000700 SD  ANNIV-SORT.
000710 01  SORT-ANNIV-RECORD.
000720     05  SORT-SECTION                PIC X(01).
000730         88  SORT-DEPT-SECTION           VALUE '1'.
000740         88  SORT-EXCEPTION-SECTION      VALUE '2'.
000750     05  SORT-DEPT-CODE              PIC X(04).
000760     05  SORT-LIST-FLAG              PIC X(01).
000770         88  SORT-ANNIVERSARY            VALUE '1'.
000780     05  SORT-HIRE-DATE              PIC X(08).
000790     05  SORT-EMPLOYEE-ID            PIC X(06).
000800     05  SORT-LAST-NAME              PIC X(15).
000810     05  SORT-FIRST-NAME             PIC X(15).
000820     05  SORT-ANNIV-YEARS            PIC 9(02).
000830     05  SORT-TENURE-BAND            PIC 9(01).
000840
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000870*    PROGRAM SWITCHES AND COUNTERS.                               *
000880******************************************************************
000890 01  HR20-SWITCHES.
000900     05  HR20-EMPMSTR-EOF-SWITCH     PIC X(01) VALUE 'N'.
000910         88  HR20-EMPMSTR-EOF            VALUE 'Y'.
000920     05  HR20-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
000930         88  HR20-SORT-EOF               VALUE 'Y'.
000940     05  HR20-DEPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000950         88  HR20-DEPT-OPEN              VALUE 'Y'.
000960     05  HR20-DEPT-VALID-SWITCH      PIC X(01) VALUE 'Y'.
000970         88  HR20-DEPT-ON-FILE           VALUE 'Y'.
000980     05  HR20-DATE-VALID-SWITCH      PIC X(01) VALUE 'Y'.
000990         88  HR20-DATE-VALID             VALUE 'Y'.
001000
001010 01  HR20-COUNTERS.
001020     05  HR20-EMPLOYEE-READ-COUNT    PIC 9(07) VALUE ZERO.
001030     05  HR20-ACTIVE-COUNT           PIC 9(07) VALUE ZERO.
001040     05  HR20-ANNIVERSARY-COUNT      PIC 9(07) VALUE ZERO.
001050     05  HR20-EXCEPTION-COUNT        PIC 9(07) VALUE ZERO.
001055     05  HR20-HIRED-AFTER-COUNT      PIC 9(07) VALUE ZERO.
001060     05  HR20-DEPT-ANNIV-COUNT       PIC 9(07) VALUE ZERO.
001070     05  HR20-PAGE-COUNT             PIC 9(04) VALUE ZERO.
001080
001090 01  HR20-FILE-STATUSES.
001100     05  HR20-EMPMSTR-STATUS         PIC X(02).
001110     05  HR20-ANNVRPT-STATUS         PIC X(02).
001120     05  HR20-REPTPARM-STATUS        PIC X(02).
001130
001140******************************************************************
001150*    REPORT MONTH AND THE DATE ARITHMETIC THAT AGES EACH HIRE     *
001160*    DATE AGAINST IT.                                             *
001170******************************************************************
001180 01  HR20-DATE-FIELDS.
001190     05  HR20-REPORT-PERIOD          PIC 9(06) VALUE ZERO.
001200     05  HR20-PERIOD-SPLIT REDEFINES HR20-REPORT-PERIOD.
001210         10  HR20-PERIOD-YEAR        PIC 9(04).
001220         10  HR20-PERIOD-MONTH       PIC 9(02).
001230     05  HR20-TODAY-DATE             PIC 9(08).
001240     05  HR20-TODAY-SPLIT REDEFINES HR20-TODAY-DATE.
001250         10  HR20-TODAY-YEAR         PIC 9(04).
001260         10  HR20-TODAY-MONTH        PIC 9(02).
001270         10  HR20-TODAY-DAY          PIC 9(02).
001280     05  HR20-HIRE-DATE              PIC 9(08).
001290     05  HR20-HIRE-SPLIT REDEFINES HR20-HIRE-DATE.
001300         10  HR20-HIRE-YEAR          PIC 9(04).
001310         10  HR20-HIRE-MONTH         PIC 9(02).
001320         10  HR20-HIRE-DAY           PIC 9(02).
001330     05  HR20-SERVICE-YEARS          PIC S9(04).
001340         88  HR20-MILESTONE-YEAR         VALUE 5 10 15 20 25.
001350
001360******************************************************************
001370*    TENURE BAND AND MILESTONE ACCUMULATORS.  BAND 1 IS UNDER     *
001380*    ONE YEAR, 2 IS 1-4, 3 IS 5-9, 4 IS 10-19 AND 5 IS 20 OR      *
001390*    MORE.  MILESTONE N IS THE N TIMES 5 YEAR ANNIVERSARY.        *
001400******************************************************************
001410 01  HR20-DEPT-BAND-TABLE.
001420     05  HR20-DEPT-BAND-COUNT        PIC 9(07) OCCURS 5 TIMES.
001430
001440 01  HR20-GRAND-BAND-TABLE.
001450     05  HR20-GRAND-BAND-COUNT       PIC 9(07) OCCURS 5 TIMES.
001460
001470 01  HR20-GRAND-MILESTONE-TABLE.
001480     05  HR20-GRAND-MILESTONE-COUNT  PIC 9(07) OCCURS 5 TIMES.
001490
001500 01  HR20-BAND-SUB                   PIC 9(03) COMP VALUE ZERO.
001510 01  HR20-MILESTONE-SUB              PIC 9(03) COMP VALUE ZERO.
001520
001530 01  HR20-BREAK-FIELDS.
001540     05  HR20-PREV-SECTION           PIC X(01) VALUE LOW-VALUES.
001550     05  HR20-PREV-DEPT              PIC X(04) VALUE LOW-VALUES.
001560     05  HR20-DEPT-NAME              PIC X(25).
001570
001580 01  HR20-MILESTONE-EDIT             PIC Z9.
001590
001600 PROCEDURE DIVISION.
001610******************************************************************
001620*    0000-MAINLINE - THE SORT DRIVES THE RUN: THE INPUT           *
001630*    PROCEDURE AGES AND RELEASES EACH ACTIVE EMPLOYEE AND THE     *
001640*    OUTPUT PROCEDURE PRINTS THE DEPARTMENT PAGES, THE            *
001650*    EXCEPTION SECTION AND THE GRAND TOTAL PAGE.                  *
001660******************************************************************
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001690     SORT ANNIV-SORT
001700         ON ASCENDING KEY SORT-SECTION
001710                          SORT-DEPT-CODE
001720                          SORT-LIST-FLAG
001730                          SORT-HIRE-DATE
001740                          SORT-EMPLOYEE-ID
001750         INPUT PROCEDURE IS 2000-RELEASE-EMPLOYEES
001760             THRU 2000-RELEASE-EMPLOYEES-EXIT
001770         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
001780             THRU 3000-PRINT-REPORT-EXIT.
001790     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001800     STOP RUN.
001810
001820******************************************************************
001830*    1000-INITIALIZE - OPEN FILES AND SET THE REPORT MONTH.       *
001840******************************************************************
001850 1000-INITIALIZE.
001860     OPEN INPUT EMPLOYEE-MASTER.
001870     OPEN OUTPUT ANNIV-REPORT.
001880     IF HR20-EMPMSTR-STATUS NOT = '00'
001890         DISPLAY 'SVCANNIV: UNABLE TO OPEN EMPLOYEE-MASTER, '
001900             'STATUS=' HR20-EMPMSTR-STATUS
001910         GO TO 1000-INITIALIZE-ABEND
001920     END-IF.
001930     IF HR20-ANNVRPT-STATUS NOT = '00'
001940         DISPLAY 'SVCANNIV: UNABLE TO OPEN ANNIV-REPORT, '
001950             'STATUS=' HR20-ANNVRPT-STATUS
001960         GO TO 1000-INITIALIZE-ABEND
001970     END-IF.
001980     ACCEPT HR20-TODAY-DATE FROM DATE YYYYMMDD.
001990     MOVE ZERO TO HR20-DEPT-BAND-TABLE.
002000     MOVE ZERO TO HR20-GRAND-BAND-TABLE.
002010     MOVE ZERO TO HR20-GRAND-MILESTONE-TABLE.
002020     PERFORM 1100-READ-REPORT-PARM
002030         THRU 1100-READ-REPORT-PARM-EXIT.
002040     GO TO 1000-INITIALIZE-EXIT.
002050 1000-INITIALIZE-ABEND.
002060     MOVE 16 TO RETURN-CODE.
002070     STOP RUN.
002080 1000-INITIALIZE-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120*    1100-READ-REPORT-PARM - NO CARD DEFAULTS THE REPORT TO THE   *
002130*    COMING CALENDAR MONTH SO THE JOB NEEDS NO MONTHLY EDIT.  A   *
002140*    CARD CARRYING YYYYMM REPORTS THAT MONTH INSTEAD.             *
002150******************************************************************
002160 1100-READ-REPORT-PARM.
002170     OPEN INPUT REPORT-PARM.
002180     IF HR20-REPTPARM-STATUS NOT = '00' AND
002190        HR20-REPTPARM-STATUS NOT = '05'
002200         DISPLAY 'SVCANNIV: UNABLE TO OPEN REPORT-PARM, '
002210             'STATUS=' HR20-REPTPARM-STATUS
002220         GO TO 1000-INITIALIZE-ABEND
002230     END-IF.
002240     READ REPORT-PARM
002250         AT END
002260             PERFORM 1200-DEFAULT-TO-NEXT-MONTH
002270                 THRU 1200-DEFAULT-TO-NEXT-MONTH-EXIT
002280         NOT AT END
002290             IF REPTPARM-RECORD IS NUMERIC
002300                 MOVE REPTPARM-RECORD TO HR20-REPORT-PERIOD
002310             ELSE
002320                 DISPLAY 'SVCANNIV: REPTPARM CARD NOT '
002330                     'YYYYMM - ' REPTPARM-RECORD
002340                 GO TO 1000-INITIALIZE-ABEND
002350             END-IF
002360             IF HR20-PERIOD-MONTH < 01 OR HR20-PERIOD-MONTH > 12
002370                 DISPLAY 'SVCANNIV: REPTPARM MONTH NOT 01-12 - '
002380                     REPTPARM-RECORD
002390                 GO TO 1000-INITIALIZE-ABEND
002400             END-IF
002410     END-READ.
002420     CLOSE REPORT-PARM.
002430 1100-READ-REPORT-PARM-EXIT.
002440     EXIT.
002450
002460 1200-DEFAULT-TO-NEXT-MONTH.
002470     IF HR20-TODAY-MONTH = 12
002480         COMPUTE HR20-PERIOD-YEAR = HR20-TODAY-YEAR + 1
002490         MOVE 01 TO HR20-PERIOD-MONTH
002500     ELSE
002510         MOVE HR20-TODAY-YEAR TO HR20-PERIOD-YEAR
002520         COMPUTE HR20-PERIOD-MONTH = HR20-TODAY-MONTH + 1
002530     END-IF.
002540 1200-DEFAULT-TO-NEXT-MONTH-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580*    2000-RELEASE-EMPLOYEES - READ EVERY MASTER RECORD AND        *
002590*    RELEASE EACH ACTIVE EMPLOYEE, AGED AGAINST THE REPORT        *
002600*    MONTH, OR TO THE EXCEPTION SECTION WHEN THE HIRE DATE IS     *
002610*    NOT A VALID DATE.                                            *
002620******************************************************************
002630 2000-RELEASE-EMPLOYEES.
002640     PERFORM 2100-RELEASE-RECORD
002650         THRU 2100-RELEASE-RECORD-EXIT
002660         UNTIL HR20-EMPMSTR-EOF.
002670 2000-RELEASE-EMPLOYEES-EXIT.
002680     EXIT.
002690
002700 2100-RELEASE-RECORD.
002710     READ EMPLOYEE-MASTER
002720         AT END
002730             MOVE 'Y' TO HR20-EMPMSTR-EOF-SWITCH
002740             GO TO 2100-RELEASE-RECORD-EXIT
002750         NOT AT END
002760             CONTINUE
002770     END-READ.
002780     ADD 1 TO HR20-EMPLOYEE-READ-COUNT.
002790     IF NOT EMP-STATUS-ACTIVE
002800         GO TO 2100-RELEASE-RECORD-EXIT
002810     END-IF.
002820     ADD 1 TO HR20-ACTIVE-COUNT.
002830     MOVE EMP-DEPT-CODE TO SORT-DEPT-CODE.
002840     MOVE EMP-HIRE-DATE TO SORT-HIRE-DATE.
002850     MOVE EMP-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
002860     MOVE EMP-LAST-NAME TO SORT-LAST-NAME.
002870     MOVE EMP-FIRST-NAME TO SORT-FIRST-NAME.
002880     MOVE '2' TO SORT-LIST-FLAG.
002890     MOVE ZERO TO SORT-ANNIV-YEARS.
002900     MOVE ZERO TO SORT-TENURE-BAND.
002910     CALL 'DATEVAL' USING EMP-HIRE-DATE HR20-DATE-VALID-SWITCH.
002920     IF NOT HR20-DATE-VALID
002930         MOVE '2' TO SORT-SECTION
002940         RELEASE SORT-ANNIV-RECORD
002950         GO TO 2100-RELEASE-RECORD-EXIT
002960     END-IF.
002962     IF EMP-HIRE-DATE (1:6) > HR20-REPORT-PERIOD
002964         ADD 1 TO HR20-HIRED-AFTER-COUNT
002966         GO TO 2100-RELEASE-RECORD-EXIT
002968     END-IF.
002970     MOVE '1' TO SORT-SECTION.
002980     PERFORM 2200-AGE-HIRE-DATE THRU 2200-AGE-HIRE-DATE-EXIT.
002990     RELEASE SORT-ANNIV-RECORD.
003000 2100-RELEASE-RECORD-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040*    2200-AGE-HIRE-DATE - COMPLETED YEARS OF SERVICE AT THE END   *
003050*    OF THE REPORT MONTH SET THE TENURE BAND.  A HIRE MONTH       *
003060*    EQUAL TO THE REPORT MONTH ON A 5-YEAR MULTIPLE UP TO 25 IS   *
003070*    AN ANNIVERSARY TO LIST.                                      *
003080******************************************************************
003090 2200-AGE-HIRE-DATE.
003100     MOVE EMP-HIRE-DATE TO HR20-HIRE-DATE.
003110     COMPUTE HR20-SERVICE-YEARS =
003120         HR20-PERIOD-YEAR - HR20-HIRE-YEAR.
003130     IF HR20-HIRE-MONTH = HR20-PERIOD-MONTH AND
003140        HR20-MILESTONE-YEAR
003150         MOVE '1' TO SORT-LIST-FLAG
003160         MOVE HR20-SERVICE-YEARS TO SORT-ANNIV-YEARS
003170     END-IF.
003180     IF HR20-HIRE-MONTH > HR20-PERIOD-MONTH
003190         SUBTRACT 1 FROM HR20-SERVICE-YEARS
003200     END-IF.
003210     EVALUATE TRUE
003220         WHEN HR20-SERVICE-YEARS < 1
003230             MOVE 1 TO SORT-TENURE-BAND
003240         WHEN HR20-SERVICE-YEARS < 5
003250             MOVE 2 TO SORT-TENURE-BAND
003260         WHEN HR20-SERVICE-YEARS < 10
003270             MOVE 3 TO SORT-TENURE-BAND
003280         WHEN HR20-SERVICE-YEARS < 20
003290             MOVE 4 TO SORT-TENURE-BAND
003300         WHEN OTHER
003310             MOVE 5 TO SORT-TENURE-BAND
003320     END-EVALUATE.
003330 2200-AGE-HIRE-DATE-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370*    3000-PRINT-REPORT - RETURN THE SORTED RECORDS, BREAKING ON   *
003380*    SECTION AND DEPARTMENT, THEN CLOSE THE LAST DEPARTMENT AND   *
003390*    PRINT THE GRAND TOTAL PAGE.                                  *
003400******************************************************************
003410 3000-PRINT-REPORT.
003420     PERFORM 3100-RETURN-AND-PRINT
003430         THRU 3100-RETURN-AND-PRINT-EXIT
003440         UNTIL HR20-SORT-EOF.
003450     PERFORM 3300-CLOSE-DEPT THRU 3300-CLOSE-DEPT-EXIT.
003460     PERFORM 4000-PRINT-GRAND-TOTALS
003470         THRU 4000-PRINT-GRAND-TOTALS-EXIT.
003480 3000-PRINT-REPORT-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*    3100-RETURN-AND-PRINT - ANNIVERSARIES SORT AHEAD OF THE      *
003530*    REST OF THEIR DEPARTMENT, SO THEY ARE LISTED AS THEY COME    *
003540*    BACK WHILE EVERY RECORD IS COUNTED INTO ITS TENURE BAND.     *
003550******************************************************************
003560 3100-RETURN-AND-PRINT.
003570     RETURN ANNIV-SORT
003580         AT END
003590             MOVE 'Y' TO HR20-SORT-EOF-SWITCH
003600             GO TO 3100-RETURN-AND-PRINT-EXIT
003610     END-RETURN.
003620     IF SORT-SECTION NOT = HR20-PREV-SECTION
003630         PERFORM 3300-CLOSE-DEPT THRU 3300-CLOSE-DEPT-EXIT
003640         MOVE SORT-SECTION TO HR20-PREV-SECTION
003650         MOVE LOW-VALUES TO HR20-PREV-DEPT
003660         IF SORT-EXCEPTION-SECTION
003670             PERFORM 3500-OPEN-EXCEPTION-SECTION
003680                 THRU 3500-OPEN-EXCEPTION-SECTION-EXIT
003690         END-IF
003700     END-IF.
003710     IF SORT-EXCEPTION-SECTION
003720         PERFORM 3600-PRINT-EXCEPTION-LINE
003730             THRU 3600-PRINT-EXCEPTION-LINE-EXIT
003740         GO TO 3100-RETURN-AND-PRINT-EXIT
003750     END-IF.
003760     IF SORT-DEPT-CODE NOT = HR20-PREV-DEPT
003770         PERFORM 3300-CLOSE-DEPT THRU 3300-CLOSE-DEPT-EXIT
003780         PERFORM 3200-OPEN-DEPT THRU 3200-OPEN-DEPT-EXIT
003790     END-IF.
003800     IF SORT-ANNIVERSARY
003810         PERFORM 3400-PRINT-ANNIVERSARY
003820             THRU 3400-PRINT-ANNIVERSARY-EXIT
003830     END-IF.
003840     ADD 1 TO HR20-DEPT-BAND-COUNT (SORT-TENURE-BAND).
003850 3100-RETURN-AND-PRINT-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    3200-OPEN-DEPT - NEW PAGE FOR THE DEPARTMENT WITH ITS NAME   *
003900*    AND THE ANNIVERSARY COLUMN HEADINGS.                         *
003910******************************************************************
003920 3200-OPEN-DEPT.
003930     MOVE SORT-DEPT-CODE TO HR20-PREV-DEPT.
003940     MOVE 'Y' TO HR20-DEPT-OPEN-SWITCH.
003950     MOVE ZERO TO HR20-DEPT-ANNIV-COUNT.
003960     MOVE ZERO TO HR20-DEPT-BAND-TABLE.
003970     CALL 'DEPTVAL' USING SORT-DEPT-CODE HR20-DEPT-NAME
003980         HR20-DEPT-VALID-SWITCH.
003990     IF NOT HR20-DEPT-ON-FILE
004000         MOVE 'NOT ON DEPT FILE' TO HR20-DEPT-NAME
004010     END-IF.
004020     PERFORM 7000-PAGE-HEADING THRU 7000-PAGE-HEADING-EXIT.
004030     MOVE SPACES TO ANNVRPT-RECORD.
004040     STRING 'DEPT '                     DELIMITED BY SIZE
004050            SORT-DEPT-CODE              DELIMITED BY SIZE
004060            ' '                         DELIMITED BY SIZE
004070            HR20-DEPT-NAME              DELIMITED BY SIZE
004080         INTO ANNVRPT-RECORD
004090     END-STRING.
004100     WRITE ANNVRPT-RECORD.
004110     MOVE SPACES TO ANNVRPT-RECORD.
004120     WRITE ANNVRPT-RECORD.
004130     MOVE '  YEARS  HIRED     EMP ID  NAME' TO ANNVRPT-RECORD.
004140     WRITE ANNVRPT-RECORD.
004150 3200-OPEN-DEPT-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    3300-CLOSE-DEPT - PRINT THE DEPARTMENT'S TENURE BAND LINE    *
004200*    AND ROLL THE BANDS INTO THE GRAND TOTALS.  HARMLESS WHEN NO  *
004210*    DEPARTMENT IS OPEN.                                          *
004220******************************************************************
004230 3300-CLOSE-DEPT.
004240     IF NOT HR20-DEPT-OPEN
004250         GO TO 3300-CLOSE-DEPT-EXIT
004260     END-IF.
004270     IF HR20-DEPT-ANNIV-COUNT = ZERO
004280         MOVE '  NO SERVICE ANNIVERSARIES THIS MONTH'
004290             TO ANNVRPT-RECORD
004300         WRITE ANNVRPT-RECORD
004310     END-IF.
004320     MOVE SPACES TO ANNVRPT-RECORD.
004330     WRITE ANNVRPT-RECORD.
004340     PERFORM 3310-PRINT-DEPT-BANDS
004345         THRU 3310-PRINT-DEPT-BANDS-EXIT.
004350     PERFORM 3320-ADD-GRAND-BAND THRU 3320-ADD-GRAND-BAND-EXIT
004360         VARYING HR20-BAND-SUB FROM 1 BY 1
004370         UNTIL HR20-BAND-SUB > 5.
004380     MOVE 'N' TO HR20-DEPT-OPEN-SWITCH.
004390 3300-CLOSE-DEPT-EXIT.
004400     EXIT.
004410
004420 3310-PRINT-DEPT-BANDS.
004430     MOVE SPACES TO ANNVRPT-RECORD.
004440     STRING '  TENURE <1:'              DELIMITED BY SIZE
004450            HR20-DEPT-BAND-COUNT (1)    DELIMITED BY SIZE
004460            ' 1-4:'                     DELIMITED BY SIZE
004470            HR20-DEPT-BAND-COUNT (2)    DELIMITED BY SIZE
004480            ' 5-9:'                     DELIMITED BY SIZE
004490            HR20-DEPT-BAND-COUNT (3)    DELIMITED BY SIZE
004500            ' 10-19:'                   DELIMITED BY SIZE
004510            HR20-DEPT-BAND-COUNT (4)    DELIMITED BY SIZE
004520            ' 20+:'                     DELIMITED BY SIZE
004530            HR20-DEPT-BAND-COUNT (5)    DELIMITED BY SIZE
004540         INTO ANNVRPT-RECORD
004550         ON OVERFLOW
004560             DISPLAY 'SVCANNIV: TENURE LINE TRUNCATED FOR '
004570                 HR20-PREV-DEPT
004580     END-STRING.
004590     WRITE ANNVRPT-RECORD.
004600 3310-PRINT-DEPT-BANDS-EXIT.
004610     EXIT.
004620
004630 3320-ADD-GRAND-BAND.
004640     ADD HR20-DEPT-BAND-COUNT (HR20-BAND-SUB)
004650         TO HR20-GRAND-BAND-COUNT (HR20-BAND-SUB).
004660 3320-ADD-GRAND-BAND-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*    3400-PRINT-ANNIVERSARY - ONE LINE PER MILESTONE REACHED.     *
004710******************************************************************
004720 3400-PRINT-ANNIVERSARY.
004730     MOVE SORT-ANNIV-YEARS TO HR20-MILESTONE-EDIT.
004740     MOVE SPACES TO ANNVRPT-RECORD.
004750     STRING '     '                     DELIMITED BY SIZE
004760            HR20-MILESTONE-EDIT         DELIMITED BY SIZE
004770            '  '                        DELIMITED BY SIZE
004780            SORT-HIRE-DATE              DELIMITED BY SIZE
004790            '  '                        DELIMITED BY SIZE
004800            SORT-EMPLOYEE-ID            DELIMITED BY SIZE
004810            '  '                        DELIMITED BY SIZE
004820            SORT-LAST-NAME              DELIMITED BY SIZE
004830            ' '                         DELIMITED BY SIZE
004840            SORT-FIRST-NAME             DELIMITED BY SIZE
004850         INTO ANNVRPT-RECORD
004860         ON OVERFLOW
004870             DISPLAY 'SVCANNIV: ANNIVERSARY LINE TRUNCATED FOR '
004880                 SORT-EMPLOYEE-ID
004890     END-STRING.
004900     WRITE ANNVRPT-RECORD.
004910     ADD 1 TO HR20-DEPT-ANNIV-COUNT.
004920     ADD 1 TO HR20-ANNIVERSARY-COUNT.
004930     DIVIDE SORT-ANNIV-YEARS BY 5 GIVING HR20-MILESTONE-SUB.
004940     ADD 1 TO HR20-GRAND-MILESTONE-COUNT (HR20-MILESTONE-SUB).
004950 3400-PRINT-ANNIVERSARY-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*    3500-OPEN-EXCEPTION-SECTION - NEW PAGE AND HEADING FOR THE   *
005000*    EMPLOYEES WHOSE HIRE DATE FAILED DATEVAL.                    *
005010******************************************************************
005020 3500-OPEN-EXCEPTION-SECTION.
005030     PERFORM 7000-PAGE-HEADING THRU 7000-PAGE-HEADING-EXIT.
005040     MOVE 'ACTIVE EMPLOYEES WITH AN INVALID HIRE DATE'
005050         TO ANNVRPT-RECORD.
005060     WRITE ANNVRPT-RECORD.
005070     MOVE SPACES TO ANNVRPT-RECORD.
005080     WRITE ANNVRPT-RECORD.
005090     MOVE '  DEPT  EMP ID  HIRE DATE  NAME' TO ANNVRPT-RECORD.
005100     WRITE ANNVRPT-RECORD.
005110 3500-OPEN-EXCEPTION-SECTION-EXIT.
005120     EXIT.
005130
005140 3600-PRINT-EXCEPTION-LINE.
005150     MOVE SPACES TO ANNVRPT-RECORD.
005160     STRING '  '                        DELIMITED BY SIZE
005170            SORT-DEPT-CODE              DELIMITED BY SIZE
005180            '  '                        DELIMITED BY SIZE
005190            SORT-EMPLOYEE-ID            DELIMITED BY SIZE
005200            '  '                        DELIMITED BY SIZE
005210            SORT-HIRE-DATE              DELIMITED BY SIZE
005220            '   '                       DELIMITED BY SIZE
005230            SORT-LAST-NAME              DELIMITED BY SIZE
005240            ' '                         DELIMITED BY SIZE
005250            SORT-FIRST-NAME             DELIMITED BY SIZE
005260         INTO ANNVRPT-RECORD
005270         ON OVERFLOW
005280             DISPLAY 'SVCANNIV: EXCEPTION LINE TRUNCATED FOR '
005290                 SORT-EMPLOYEE-ID
005300     END-STRING.
005310     WRITE ANNVRPT-RECORD.
005320     ADD 1 TO HR20-EXCEPTION-COUNT.
005330 3600-PRINT-EXCEPTION-LINE-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    4000-PRINT-GRAND-TOTALS - COMPANY-WIDE MILESTONE COUNTS AND  *
005380*    TENURE BANDS, AND THE COUNT OF EMPLOYEES LEFT UNAGED.        *
005390******************************************************************
005400 4000-PRINT-GRAND-TOTALS.
005410     PERFORM 7000-PAGE-HEADING THRU 7000-PAGE-HEADING-EXIT.
005420     MOVE 'GRAND TOTAL - ALL DEPARTMENTS' TO ANNVRPT-RECORD.
005430     WRITE ANNVRPT-RECORD.
005440     MOVE SPACES TO ANNVRPT-RECORD.
005450     WRITE ANNVRPT-RECORD.
005460     MOVE SPACES TO ANNVRPT-RECORD.
005470     STRING '  ANNIVERSARIES 5:'        DELIMITED BY SIZE
005480            HR20-GRAND-MILESTONE-COUNT (1)
005490                                        DELIMITED BY SIZE
005500            ' 10:'                      DELIMITED BY SIZE
005510            HR20-GRAND-MILESTONE-COUNT (2)
005520                                        DELIMITED BY SIZE
005530            ' 15:'                      DELIMITED BY SIZE
005540            HR20-GRAND-MILESTONE-COUNT (3)
005550                                        DELIMITED BY SIZE
005560            ' 20:'                      DELIMITED BY SIZE
005570            HR20-GRAND-MILESTONE-COUNT (4)
005580                                        DELIMITED BY SIZE
005590            ' 25:'                      DELIMITED BY SIZE
005600            HR20-GRAND-MILESTONE-COUNT (5)
005610                                        DELIMITED BY SIZE
005620         INTO ANNVRPT-RECORD
005630         ON OVERFLOW
005640             DISPLAY 'SVCANNIV: MILESTONE LINE TRUNCATED'
005650     END-STRING.
005660     WRITE ANNVRPT-RECORD.
005670     MOVE SPACES TO ANNVRPT-RECORD.
005680     STRING '  TENURE <1:'              DELIMITED BY SIZE
005690            HR20-GRAND-BAND-COUNT (1)   DELIMITED BY SIZE
005700            ' 1-4:'                     DELIMITED BY SIZE
005710            HR20-GRAND-BAND-COUNT (2)   DELIMITED BY SIZE
005720            ' 5-9:'                     DELIMITED BY SIZE
005730            HR20-GRAND-BAND-COUNT (3)   DELIMITED BY SIZE
005740            ' 10-19:'                   DELIMITED BY SIZE
005750            HR20-GRAND-BAND-COUNT (4)   DELIMITED BY SIZE
005760            ' 20+:'                     DELIMITED BY SIZE
005770            HR20-GRAND-BAND-COUNT (5)   DELIMITED BY SIZE
005780         INTO ANNVRPT-RECORD
005790         ON OVERFLOW
005800             DISPLAY 'SVCANNIV: TENURE LINE TRUNCATED'
005810     END-STRING.
005820     WRITE ANNVRPT-RECORD.
005830     MOVE SPACES TO ANNVRPT-RECORD.
005840     WRITE ANNVRPT-RECORD.
005850     MOVE SPACES TO ANNVRPT-RECORD.
005860     STRING '  EMPLOYEES READ: '        DELIMITED BY SIZE
005870            HR20-EMPLOYEE-READ-COUNT    DELIMITED BY SIZE
005880            '  ACTIVE: '                DELIMITED BY SIZE
005890            HR20-ACTIVE-COUNT           DELIMITED BY SIZE
005900            '  INVALID HIRE DATE: '     DELIMITED BY SIZE
005910            HR20-EXCEPTION-COUNT        DELIMITED BY SIZE
005920         INTO ANNVRPT-RECORD
005930         ON OVERFLOW
005940             DISPLAY 'SVCANNIV: TOTALS LINE TRUNCATED'
005950     END-STRING.
005960     WRITE ANNVRPT-RECORD.
005962     MOVE SPACES TO ANNVRPT-RECORD.
005964     STRING '  HIRED AFTER PERIOD: '    DELIMITED BY SIZE
005966            HR20-HIRED-AFTER-COUNT      DELIMITED BY SIZE
005967         INTO ANNVRPT-RECORD
005968     END-STRING.
005969     WRITE ANNVRPT-RECORD.
005970 4000-PRINT-GRAND-TOTALS-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    7000-PAGE-HEADING - START A NEW PAGE: TITLE, REPORT MONTH,   *
006020*    RUN DATE AND PAGE NUMBER.                                    *
006030******************************************************************
006040 7000-PAGE-HEADING.
006050     ADD 1 TO HR20-PAGE-COUNT.
006060     MOVE SPACES TO ANNVRPT-RECORD.
006070     WRITE ANNVRPT-RECORD.
006080     MOVE SPACES TO ANNVRPT-RECORD.
006090     STRING 'SERVICE ANNIVERSARIES FOR '
006100                                        DELIMITED BY SIZE
006110            HR20-REPORT-PERIOD          DELIMITED BY SIZE
006120            '   RUN DATE '              DELIMITED BY SIZE
006130            HR20-TODAY-DATE             DELIMITED BY SIZE
006140            '   PAGE '                  DELIMITED BY SIZE
006150            HR20-PAGE-COUNT             DELIMITED BY SIZE
006160         INTO ANNVRPT-RECORD
006170     END-STRING.
006180     WRITE ANNVRPT-RECORD.
006190     MOVE SPACES TO ANNVRPT-RECORD.
006200     WRITE ANNVRPT-RECORD.
006210 7000-PAGE-HEADING-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    9000-TERMINATE - CLOSE FILES AND END THE RUN.                *
006260******************************************************************
006270 9000-TERMINATE.
006280     DISPLAY 'SVCANNIV: MONTH ' HR20-REPORT-PERIOD
006290         ' ANNIVERSARIES ' HR20-ANNIVERSARY-COUNT
006300         ' INVALID HIRE DATES ' HR20-EXCEPTION-COUNT
006305         ' HIRED AFTER PERIOD ' HR20-HIRED-AFTER-COUNT.
006310     CLOSE EMPLOYEE-MASTER.
006320     CLOSE ANNIV-REPORT.
006330 9000-TERMINATE-EXIT.
006340     EXIT.
