000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEPTCOST.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  DEPTCOST                                     *
000100*    DESCRIPTION :  DEPARTMENT HEADCOUNT AND SALARY COST REPORT  *
000110*                   FOR FINANCE.  READS THE EMPLOYEE-MASTER IN    *
000120*                   KEY ORDER, JOINS EACH ACTIVE OR ON-LEAVE      *
000130*                   EMPLOYEE TO THE COMPENSATION MASTER BY        *
000140*                   KEYED READ, AND SORTS BY DEPARTMENT AND PAY   *
000150*                   GRADE.  EACH DEPARTMENT (NAMED THROUGH THE    *
000160*                   SHARED DEPTVAL LOOKUP) GETS ITS OWN PAGE      *
000170*                   WITH A LINE PER PAY GRADE - HEADCOUNT,        *
000180*                   ANNUAL SALARY TOTAL AND AVERAGE - AND A       *
000190*                   DEPARTMENT TOTAL SPLITTING ACTIVE FROM ON-    *
000200*                   LEAVE HEADCOUNT.  EMPLOYEES WHOSE             *
000210*                   DEPARTMENT CODE IS NOT ON DEPTFILE, AND       *
000220*                   EMPLOYEES WITH NO COMPENSATION RECORD, ARE    *
000230*                   LISTED IN THEIR OWN SECTIONS INSTEAD OF THE   *
000240*                   DEPARTMENT FIGURES, AND THE GRAND TOTAL PAGE  *
000250*                   RECONCILES EVERY EMPLOYEE READ TO ONE OF      *
000260*                   THEM.  TERMINATED RECORDS NOT YET PURGED      *
000270*                   ARE COUNTED AND LEFT OUT.  SALARY IS          *
000280*                   CMP-ANNUAL-SALARY, ALREADY AN ANNUAL FIGURE   *
000290*                   WHATEVER THE PAY FREQUENCY.  A REPTPARM CARD  *
000300*                   CARRYING A DEPARTMENT CODE LIMITS THE REPORT  *
000310*                   TO THAT ONE DEPARTMENT.                       *
000320*                                                                 *
000330*    MODIFICATION HISTORY                                        *
000340*    ----------------------------------------------------------  *
000350*    DATE       INIT  DESCRIPTION                                 *
000360*    ---------- ----  --------------------------------------      *
000370*    2026-10-06 DWL   ORIGINAL VERSION.                            *
000380*                                                                 *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMPLOYEE-MASTER
000440         ASSIGN TO "EMPMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS EMP-EMPLOYEE-ID
000480         FILE STATUS IS HR20-EMPMSTR-STATUS.
000490
000500     SELECT COMP-MASTER
000510         ASSIGN TO "COMPMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CMP-EMPLOYEE-ID
000550         FILE STATUS IS HR20-COMPMSTR-STATUS.
000560
000570     SELECT COST-REPORT
000580         ASSIGN TO "COSTRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HR20-COSTRPT-STATUS.
000610
000620     SELECT OPTIONAL REPORT-PARM
000630         ASSIGN TO "REPTPARM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS HR20-REPTPARM-STATUS.
000660
000670     SELECT COST-SORT
000680         ASSIGN TO "SORTWK".
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EMPLOYEE-MASTER.
000730     COPY EMPREC.
000740
000750 FD  COMP-MASTER.
000760     COPY COMPREC.
000770
000780 FD  COST-REPORT.
000790 01  COSTRPT-RECORD                  PIC X(80).
000800
000810 FD  REPORT-PARM.
000820 01  REPTPARM-RECORD                 PIC X(04).
000830
000840 SD  COST-SORT.
000850 01  SORT-COST-RECORD.
000860     05  SORT-SECTION                PIC X(01).
000870         88  SORT-DEPT-SECTION           VALUE '1'.
000880         88  SORT-NO-DEPT-SECTION        VALUE '2'.
000890         88  SORT-NO-COMP-SECTION        VALUE '3'.
000900     05  SORT-DEPT-CODE              PIC X(04).
000910     05  SORT-PAY-GRADE              PIC X(02).
000920     05  SORT-EMPLOYEE-ID            PIC X(06).
000930     05  SORT-LAST-NAME              PIC X(15).
000940     05  SORT-FIRST-NAME             PIC X(15).
000950     05  SORT-EMPLOY-STATUS          PIC X(01).
000960         88  SORT-STATUS-ACTIVE          VALUE 'A'.
000970         88  SORT-STATUS-LEAVE           VALUE 'L'.
000980     05  SORT-ANNUAL-SALARY          PIC 9(07)V9(02).
000990
001000 WORKING-STORAGE SECTION.
001010******************************************************************
001020*    PROGRAM SWITCHES AND COUNTERS.                               *
001030******************************************************************
001040 01  HR20-SWITCHES.
001050     05  HR20-EMPMSTR-EOF-SWITCH     PIC X(01) VALUE 'N'.
001060         88  HR20-EMPMSTR-EOF            VALUE 'Y'.
001070     05  HR20-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001080         88  HR20-SORT-EOF               VALUE 'Y'.
001090     05  HR20-DEPT-FILTER-SWITCH     PIC X(01) VALUE 'N'.
001100         88  HR20-DEPT-FILTER-ON         VALUE 'Y'.
001110     05  HR20-DEPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001120         88  HR20-DEPT-OPEN              VALUE 'Y'.
001130     05  HR20-GRADE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001140         88  HR20-GRADE-OPEN             VALUE 'Y'.
001150     05  HR20-DEPT-VALID-SWITCH      PIC X(01) VALUE 'Y'.
001160         88  HR20-DEPT-ON-FILE           VALUE 'Y'.
001170     05  HR20-GRADE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001180         88  HR20-GRADE-FOUND            VALUE 'Y'.
001190
001200 01  HR20-COUNTERS.
001210     05  HR20-EMPLOYEE-READ-COUNT    PIC 9(07) VALUE ZERO.
001220     05  HR20-OTHER-DEPT-COUNT       PIC 9(07) VALUE ZERO.
001230     05  HR20-NOT-CURRENT-COUNT      PIC 9(07) VALUE ZERO.
001240     05  HR20-NO-DEPT-COUNT          PIC 9(07) VALUE ZERO.
001250     05  HR20-NO-COMP-COUNT          PIC 9(07) VALUE ZERO.
001260     05  HR20-PAGE-COUNT             PIC 9(04) VALUE ZERO.
001270
001280 01  HR20-FILE-STATUSES.
001290     05  HR20-EMPMSTR-STATUS         PIC X(02).
001300     05  HR20-COMPMSTR-STATUS        PIC X(02).
001310     05  HR20-COSTRPT-STATUS         PIC X(02).
001320     05  HR20-REPTPARM-STATUS        PIC X(02).
001330
001340 01  HR20-RUN-DATE                   PIC 9(08).
001350
001360 01  HR20-SELECTED-DEPT              PIC X(04) VALUE SPACES.
001370
001380******************************************************************
001390*    CONTROL-BREAK ACCUMULATORS - ONE SET FOR THE PAY GRADE       *
001400*    BEING PRINTED, ONE FOR ITS DEPARTMENT, ONE FOR THE WHOLE     *
001410*    REPORT.                                                      *
001420******************************************************************
001430 01  HR20-BREAK-FIELDS.
001440     05  HR20-PREV-SECTION           PIC X(01) VALUE LOW-VALUES.
001450     05  HR20-PREV-DEPT              PIC X(04) VALUE LOW-VALUES.
001460     05  HR20-PREV-GRADE             PIC X(02) VALUE LOW-VALUES.
001470     05  HR20-DEPT-NAME              PIC X(25).
001480
001490 01  HR20-GRADE-TOTALS.
001500     05  HR20-GRADE-HEADCOUNT        PIC 9(07) VALUE ZERO.
001510     05  HR20-GRADE-SALARY           PIC 9(11)V9(02) VALUE ZERO.
001520
001530 01  HR20-DEPT-TOTALS.
001540     05  HR20-DEPT-ACTIVE            PIC 9(07) VALUE ZERO.
001550     05  HR20-DEPT-LEAVE             PIC 9(07) VALUE ZERO.
001560     05  HR20-DEPT-HEADCOUNT         PIC 9(07) VALUE ZERO.
001570     05  HR20-DEPT-SALARY            PIC 9(11)V9(02) VALUE ZERO.
001580
001590 01  HR20-GRAND-TOTALS.
001600     05  HR20-GRAND-DEPT-COUNT       PIC 9(07) VALUE ZERO.
001610     05  HR20-GRAND-ACTIVE           PIC 9(07) VALUE ZERO.
001620     05  HR20-GRAND-LEAVE            PIC 9(07) VALUE ZERO.
001630     05  HR20-GRAND-HEADCOUNT        PIC 9(07) VALUE ZERO.
001640     05  HR20-GRAND-SALARY           PIC 9(11)V9(02) VALUE ZERO.
001650     05  HR20-NO-DEPT-SALARY         PIC 9(11)V9(02) VALUE ZERO.
001660
001670******************************************************************
001680*    GRAND-TOTAL PAY GRADE TABLE.  GRADES ARE INSERTED IN GRADE   *
001690*    ORDER AS THEY ARE FIRST SEEN, THE WAY DEPTMNT KEEPS ITS      *
001700*    CODE TABLE ORDERED.  FIFTY GRADES IS WELL ABOVE THE PAY      *
001710*    SCALE; AN OVERFULL TABLE ENDS THE RUN.                       *
001720******************************************************************
001730 01  HR20-GRADE-TABLE.
001740     05  HR20-GRADE-LIMIT            PIC 9(03) COMP VALUE 50.
001750     05  HR20-GRADE-USED             PIC 9(03) COMP VALUE ZERO.
001760     05  HR20-GRADE-ENTRY OCCURS 50 TIMES.
001770         10  HR20-TBL-PAY-GRADE      PIC X(02).
001780         10  HR20-TBL-HEADCOUNT      PIC 9(07).
001790         10  HR20-TBL-SALARY         PIC 9(11)V9(02).
001800
001810 01  HR20-TABLE-WORK-FIELDS.
001820     05  HR20-GSUB                   PIC 9(03) COMP VALUE ZERO.
001830     05  HR20-SLOT                   PIC 9(03) COMP VALUE ZERO.
001840     05  HR20-SHIFT-SUB              PIC 9(03) COMP VALUE ZERO.
001850
001860 01  HR20-EDIT-FIELDS.
001870     05  HR20-AVERAGE-SALARY         PIC 9(07)V9(02).
001880     05  HR20-TOTAL-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001890     05  HR20-AVERAGE-EDIT           PIC Z,ZZZ,ZZ9.99.
001900     05  HR20-SALARY-EDIT            PIC Z,ZZZ,ZZ9.99.
001910
001920 PROCEDURE DIVISION.
001930******************************************************************
001940*    0000-MAINLINE - THE SORT DRIVES THE RUN: THE INPUT           *
001950*    PROCEDURE JOINS AND RELEASES ONE RECORD PER CURRENT          *
001960*    EMPLOYEE AND THE OUTPUT PROCEDURE PRINTS THE DEPARTMENT      *
001970*    PAGES, THE EXCEPTION SECTIONS AND THE GRAND TOTAL PAGE.      *
001980******************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002010     SORT COST-SORT
002020         ON ASCENDING KEY SORT-SECTION
002030                          SORT-DEPT-CODE
002040                          SORT-PAY-GRADE
002050                          SORT-EMPLOYEE-ID
002060         INPUT PROCEDURE IS 2000-RELEASE-EMPLOYEES
002070             THRU 2000-RELEASE-EMPLOYEES-EXIT
002080         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002090             THRU 3000-PRINT-REPORT-EXIT.
002100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002110     STOP RUN.
002120
002130******************************************************************
002140*    1000-INITIALIZE - OPEN FILES AND PICK UP THE OPTIONAL        *
002150*    DEPARTMENT CARD.                                             *
002160******************************************************************
002170 1000-INITIALIZE.
002180     OPEN INPUT EMPLOYEE-MASTER.
002190     OPEN INPUT COMP-MASTER.
002200     OPEN OUTPUT COST-REPORT.
002210     IF HR20-EMPMSTR-STATUS NOT = '00'
002220         DISPLAY 'DEPTCOST: UNABLE TO OPEN EMPLOYEE-MASTER, '
002230             'STATUS=' HR20-EMPMSTR-STATUS
002240         GO TO 1000-INITIALIZE-ABEND
002250     END-IF.
002260     IF HR20-COMPMSTR-STATUS NOT = '00'
002270         DISPLAY 'DEPTCOST: UNABLE TO OPEN COMP-MASTER, '
002280             'STATUS=' HR20-COMPMSTR-STATUS
002290         GO TO 1000-INITIALIZE-ABEND
002300     END-IF.
002310     IF HR20-COSTRPT-STATUS NOT = '00'
002320         DISPLAY 'DEPTCOST: UNABLE TO OPEN COST-REPORT, '
002330             'STATUS=' HR20-COSTRPT-STATUS
002340         GO TO 1000-INITIALIZE-ABEND
002350     END-IF.
002360     ACCEPT HR20-RUN-DATE FROM DATE YYYYMMDD.
002370     PERFORM 1100-READ-REPORT-PARM
002380         THRU 1100-READ-REPORT-PARM-EXIT.
002390     GO TO 1000-INITIALIZE-EXIT.
002400 1000-INITIALIZE-ABEND.
002410     MOVE 16 TO RETURN-CODE.
002420     STOP RUN.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*    1100-READ-REPORT-PARM - NO CARD REPORTS EVERY DEPARTMENT.    *
002480*    A CARD CARRYING A DEPARTMENT CODE IN COLUMNS 1-4 LIMITS THE  *
002490*    REPORT TO THAT DEPARTMENT; A CODE NOT ON DEPTFILE IS STILL   *
002500*    ACCEPTED SO A RETIRED CODE CAN BE CHASED DOWN, AND ITS       *
002510*    EMPLOYEES LAND IN THE NOT-ON-FILE SECTION.                   *
002520******************************************************************
002530 1100-READ-REPORT-PARM.
002540     OPEN INPUT REPORT-PARM.
002550     IF HR20-REPTPARM-STATUS NOT = '00' AND
002560        HR20-REPTPARM-STATUS NOT = '05'
002570         DISPLAY 'DEPTCOST: UNABLE TO OPEN REPORT-PARM, '
002580             'STATUS=' HR20-REPTPARM-STATUS
002590         GO TO 1000-INITIALIZE-ABEND
002600     END-IF.
002610     READ REPORT-PARM
002620         AT END
002630             MOVE 'N' TO HR20-DEPT-FILTER-SWITCH
002640         NOT AT END
002650             IF REPTPARM-RECORD = SPACES
002660                 DISPLAY 'DEPTCOST: REPTPARM CARD IS BLANK - '
002670                     'PUNCH A DEPARTMENT CODE IN COLUMNS 1-4'
002680                 GO TO 1000-INITIALIZE-ABEND
002690             END-IF
002700             MOVE REPTPARM-RECORD TO HR20-SELECTED-DEPT
002710             MOVE 'Y' TO HR20-DEPT-FILTER-SWITCH
002720     END-READ.
002730     CLOSE REPORT-PARM.
002740 1100-READ-REPORT-PARM-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780*    2000-RELEASE-EMPLOYEES - READ THE MASTER IN KEY ORDER, JOIN  *
002790*    THE COMPENSATION RECORD AND RELEASE EACH CURRENT EMPLOYEE    *
002800*    TO THE SECTION IT BELONGS IN.                                *
002810******************************************************************
002820 2000-RELEASE-EMPLOYEES.
002830     PERFORM 2100-RELEASE-RECORD
002840         THRU 2100-RELEASE-RECORD-EXIT
002850         UNTIL HR20-EMPMSTR-EOF.
002860 2000-RELEASE-EMPLOYEES-EXIT.
002870     EXIT.
002880
002890 2100-RELEASE-RECORD.
002900     READ EMPLOYEE-MASTER
002910         AT END
002920             MOVE 'Y' TO HR20-EMPMSTR-EOF-SWITCH
002930             GO TO 2100-RELEASE-RECORD-EXIT
002940         NOT AT END
002950             CONTINUE
002960     END-READ.
002970     ADD 1 TO HR20-EMPLOYEE-READ-COUNT.
002980     IF HR20-DEPT-FILTER-ON AND
002990        EMP-DEPT-CODE NOT = HR20-SELECTED-DEPT
003000         ADD 1 TO HR20-OTHER-DEPT-COUNT
003010         GO TO 2100-RELEASE-RECORD-EXIT
003020     END-IF.
003030     IF NOT EMP-STATUS-ACTIVE AND NOT EMP-STATUS-LEAVE
003040         ADD 1 TO HR20-NOT-CURRENT-COUNT
003050         GO TO 2100-RELEASE-RECORD-EXIT
003060     END-IF.
003070     MOVE EMP-DEPT-CODE TO SORT-DEPT-CODE.
003080     MOVE EMP-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
003090     MOVE EMP-LAST-NAME TO SORT-LAST-NAME.
003100     MOVE EMP-FIRST-NAME TO SORT-FIRST-NAME.
003110     MOVE EMP-EMPLOY-STATUS TO SORT-EMPLOY-STATUS.
003120     MOVE EMP-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
003130     READ COMP-MASTER
003140         INVALID KEY
003150             MOVE '3' TO SORT-SECTION
003160             MOVE SPACES TO SORT-PAY-GRADE
003170             MOVE ZERO TO SORT-ANNUAL-SALARY
003180             RELEASE SORT-COST-RECORD
003190             GO TO 2100-RELEASE-RECORD-EXIT
003200     END-READ.
003210     MOVE CMP-PAY-GRADE TO SORT-PAY-GRADE.
003220     MOVE CMP-ANNUAL-SALARY TO SORT-ANNUAL-SALARY.
003230     CALL 'DEPTVAL' USING EMP-DEPT-CODE HR20-DEPT-NAME
003240         HR20-DEPT-VALID-SWITCH.
003250     IF HR20-DEPT-ON-FILE
003260         MOVE '1' TO SORT-SECTION
003270     ELSE
003280         MOVE '2' TO SORT-SECTION
003290     END-IF.
003300     RELEASE SORT-COST-RECORD.
003310 2100-RELEASE-RECORD-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*    3000-PRINT-REPORT - RETURN THE SORTED RECORDS, BREAKING ON   *
003360*    SECTION, DEPARTMENT AND PAY GRADE, THEN CLOSE THE LAST       *
003370*    GROUP AND PRINT THE GRAND TOTAL PAGE.                        *
003380******************************************************************
003390 3000-PRINT-REPORT.
003400     PERFORM 3100-RETURN-AND-PRINT
003410         THRU 3100-RETURN-AND-PRINT-EXIT
003420         UNTIL HR20-SORT-EOF.
003430     PERFORM 3300-CLOSE-GRADE THRU 3300-CLOSE-GRADE-EXIT.
003440     PERFORM 3400-CLOSE-DEPT THRU 3400-CLOSE-DEPT-EXIT.
003450     PERFORM 4000-PRINT-GRAND-TOTALS
003460         THRU 4000-PRINT-GRAND-TOTALS-EXIT.
003470 3000-PRINT-REPORT-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    3100-RETURN-AND-PRINT - RETURN THE NEXT SORTED RECORD.  IN   *
003520*    THE DEPARTMENT SECTION IT IS ACCUMULATED UNDER ITS GRADE     *
003530*    AND DEPARTMENT; IN THE TWO EXCEPTION SECTIONS IT IS LISTED   *
003540*    BY NAME.                                                     *
003550******************************************************************
003560 3100-RETURN-AND-PRINT.
003570     RETURN COST-SORT
003580         AT END
003590             MOVE 'Y' TO HR20-SORT-EOF-SWITCH
003600             GO TO 3100-RETURN-AND-PRINT-EXIT
003610     END-RETURN.
003620     IF SORT-SECTION NOT = HR20-PREV-SECTION
003630         PERFORM 3300-CLOSE-GRADE THRU 3300-CLOSE-GRADE-EXIT
003640         PERFORM 3400-CLOSE-DEPT THRU 3400-CLOSE-DEPT-EXIT
003650         MOVE SORT-SECTION TO HR20-PREV-SECTION
003660         MOVE LOW-VALUES TO HR20-PREV-DEPT
003670         IF NOT SORT-DEPT-SECTION
003680             PERFORM 3500-OPEN-EXCEPTION-SECTION
003690                 THRU 3500-OPEN-EXCEPTION-SECTION-EXIT
003700         END-IF
003710     END-IF.
003720     IF NOT SORT-DEPT-SECTION
003730         PERFORM 3600-PRINT-EXCEPTION-LINE
003740             THRU 3600-PRINT-EXCEPTION-LINE-EXIT
003750         GO TO 3100-RETURN-AND-PRINT-EXIT
003760     END-IF.
003770     IF SORT-DEPT-CODE NOT = HR20-PREV-DEPT
003780         PERFORM 3300-CLOSE-GRADE THRU 3300-CLOSE-GRADE-EXIT
003790         PERFORM 3400-CLOSE-DEPT THRU 3400-CLOSE-DEPT-EXIT
003800         PERFORM 3200-OPEN-DEPT THRU 3200-OPEN-DEPT-EXIT
003810     END-IF.
003820     IF SORT-PAY-GRADE NOT = HR20-PREV-GRADE
003830         PERFORM 3300-CLOSE-GRADE THRU 3300-CLOSE-GRADE-EXIT
003840         MOVE SORT-PAY-GRADE TO HR20-PREV-GRADE
003850         MOVE 'Y' TO HR20-GRADE-OPEN-SWITCH
003860     END-IF.
003870     ADD 1 TO HR20-GRADE-HEADCOUNT.
003880     ADD SORT-ANNUAL-SALARY TO HR20-GRADE-SALARY.
003890     IF SORT-STATUS-ACTIVE
003900         ADD 1 TO HR20-DEPT-ACTIVE
003910     ELSE
003920         ADD 1 TO HR20-DEPT-LEAVE
003930     END-IF.
003940 3100-RETURN-AND-PRINT-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    3200-OPEN-DEPT - NEW PAGE FOR THE DEPARTMENT, WITH ITS NAME  *
003990*    AND THE PAY GRADE COLUMN HEADINGS.                           *
004000******************************************************************
004010 3200-OPEN-DEPT.
004020     MOVE SORT-DEPT-CODE TO HR20-PREV-DEPT.
004030     MOVE LOW-VALUES TO HR20-PREV-GRADE.
004040     MOVE 'Y' TO HR20-DEPT-OPEN-SWITCH.
004050     CALL 'DEPTVAL' USING SORT-DEPT-CODE HR20-DEPT-NAME
004060         HR20-DEPT-VALID-SWITCH.
004070     PERFORM 7000-PAGE-HEADING THRU 7000-PAGE-HEADING-EXIT.
004080     MOVE SPACES TO COSTRPT-RECORD.
004090     STRING 'DEPT '                     DELIMITED BY SIZE
004100            SORT-DEPT-CODE              DELIMITED BY SIZE
004110            ' '                         DELIMITED BY SIZE
004120            HR20-DEPT-NAME              DELIMITED BY SIZE
004130         INTO COSTRPT-RECORD
004140     END-STRING.
004150     WRITE COSTRPT-RECORD.
004160     MOVE SPACES TO COSTRPT-RECORD.
004170     WRITE COSTRPT-RECORD.
004180     MOVE SPACES TO COSTRPT-RECORD.
004190     STRING '  GRADE  HEADCOUNT          ANNUAL SALARY'
004200                                        DELIMITED BY SIZE
004210            '        AVERAGE'           DELIMITED BY SIZE
004220         INTO COSTRPT-RECORD
004230     END-STRING.
004240     WRITE COSTRPT-RECORD.
004250 3200-OPEN-DEPT-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    3300-CLOSE-GRADE - PRINT THE PAY GRADE LINE JUST ENDED,      *
004300*    ROLL IT INTO THE DEPARTMENT AND THE GRAND GRADE TABLE.       *
004310*    HARMLESS WHEN NO GRADE IS OPEN.                              *
004320******************************************************************
004330 3300-CLOSE-GRADE.
004340     IF NOT HR20-GRADE-OPEN
004350         GO TO 3300-CLOSE-GRADE-EXIT
004360     END-IF.
004370     COMPUTE HR20-AVERAGE-SALARY ROUNDED =
004380         HR20-GRADE-SALARY / HR20-GRADE-HEADCOUNT.
004390     MOVE HR20-GRADE-SALARY TO HR20-TOTAL-EDIT.
004400     MOVE HR20-AVERAGE-SALARY TO HR20-AVERAGE-EDIT.
004410     MOVE SPACES TO COSTRPT-RECORD.
004420     STRING '  '                        DELIMITED BY SIZE
004430            HR20-PREV-GRADE             DELIMITED BY SIZE
004440            '     '                     DELIMITED BY SIZE
004450            HR20-GRADE-HEADCOUNT        DELIMITED BY SIZE
004460            '  '                        DELIMITED BY SIZE
004470            HR20-TOTAL-EDIT             DELIMITED BY SIZE
004480            '  '                        DELIMITED BY SIZE
004490            HR20-AVERAGE-EDIT           DELIMITED BY SIZE
004500         INTO COSTRPT-RECORD
004510         ON OVERFLOW
004520             DISPLAY 'DEPTCOST: GRADE LINE TRUNCATED FOR '
004530                 HR20-PREV-DEPT ' ' HR20-PREV-GRADE
004540     END-STRING.
004550     WRITE COSTRPT-RECORD.
004560     ADD HR20-GRADE-HEADCOUNT TO HR20-DEPT-HEADCOUNT.
004570     ADD HR20-GRADE-SALARY TO HR20-DEPT-SALARY.
004580     PERFORM 3700-ADD-TO-GRADE-TABLE
004590         THRU 3700-ADD-TO-GRADE-TABLE-EXIT.
004600     MOVE ZERO TO HR20-GRADE-HEADCOUNT.
004610     MOVE ZERO TO HR20-GRADE-SALARY.
004620     MOVE 'N' TO HR20-GRADE-OPEN-SWITCH.
004630 3300-CLOSE-GRADE-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*    3400-CLOSE-DEPT - PRINT THE DEPARTMENT TOTAL LINES AND ROLL  *
004680*    THEM INTO THE GRAND TOTALS.  HARMLESS WHEN NO DEPARTMENT IS  *
004690*    OPEN.                                                        *
004700******************************************************************
004710 3400-CLOSE-DEPT.
004720     IF NOT HR20-DEPT-OPEN
004730         GO TO 3400-CLOSE-DEPT-EXIT
004740     END-IF.
004750     COMPUTE HR20-AVERAGE-SALARY ROUNDED =
004760         HR20-DEPT-SALARY / HR20-DEPT-HEADCOUNT.
004770     MOVE HR20-DEPT-SALARY TO HR20-TOTAL-EDIT.
004780     MOVE HR20-AVERAGE-SALARY TO HR20-AVERAGE-EDIT.
004790     MOVE SPACES TO COSTRPT-RECORD.
004800     WRITE COSTRPT-RECORD.
004810     MOVE SPACES TO COSTRPT-RECORD.
004820     STRING '  DEPT TOTAL - ACTIVE: '   DELIMITED BY SIZE
004830            HR20-DEPT-ACTIVE            DELIMITED BY SIZE
004840            '  ON LEAVE: '              DELIMITED BY SIZE
004850            HR20-DEPT-LEAVE             DELIMITED BY SIZE
004860            '  HEADCOUNT: '             DELIMITED BY SIZE
004870            HR20-DEPT-HEADCOUNT         DELIMITED BY SIZE
004880         INTO COSTRPT-RECORD
004890         ON OVERFLOW
004900             DISPLAY 'DEPTCOST: DEPT TOTAL LINE TRUNCATED FOR '
004910                 HR20-PREV-DEPT
004920     END-STRING.
004930     WRITE COSTRPT-RECORD.
004940     MOVE SPACES TO COSTRPT-RECORD.
004950     STRING '               ANNUAL SALARY: '
004960                                        DELIMITED BY SIZE
004970            HR20-TOTAL-EDIT             DELIMITED BY SIZE
004980            '  AVERAGE: '               DELIMITED BY SIZE
004990            HR20-AVERAGE-EDIT           DELIMITED BY SIZE
005000         INTO COSTRPT-RECORD
005010         ON OVERFLOW
005020             DISPLAY 'DEPTCOST: DEPT TOTAL LINE TRUNCATED FOR '
005030                 HR20-PREV-DEPT
005040     END-STRING.
005050     WRITE COSTRPT-RECORD.
005060     ADD 1 TO HR20-GRAND-DEPT-COUNT.
005070     ADD HR20-DEPT-ACTIVE TO HR20-GRAND-ACTIVE.
005080     ADD HR20-DEPT-LEAVE TO HR20-GRAND-LEAVE.
005090     ADD HR20-DEPT-HEADCOUNT TO HR20-GRAND-HEADCOUNT.
005100     ADD HR20-DEPT-SALARY TO HR20-GRAND-SALARY.
005110     MOVE ZERO TO HR20-DEPT-ACTIVE.
005120     MOVE ZERO TO HR20-DEPT-LEAVE.
005130     MOVE ZERO TO HR20-DEPT-HEADCOUNT.
005140     MOVE ZERO TO HR20-DEPT-SALARY.
005150     MOVE 'N' TO HR20-DEPT-OPEN-SWITCH.
005160 3400-CLOSE-DEPT-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    3500-OPEN-EXCEPTION-SECTION - NEW PAGE AND HEADING FOR THE   *
005210*    NOT-ON-FILE OR NO-COMPENSATION LISTING.                      *
005220******************************************************************
005230 3500-OPEN-EXCEPTION-SECTION.
005240     PERFORM 7000-PAGE-HEADING THRU 7000-PAGE-HEADING-EXIT.
005250     MOVE SPACES TO COSTRPT-RECORD.
005260     IF SORT-NO-DEPT-SECTION
005270         MOVE 'EMPLOYEES WITH A DEPARTMENT CODE NOT ON DEPTFILE'
005280             TO COSTRPT-RECORD
005290     ELSE
005300         MOVE 'EMPLOYEES WITH NO COMPENSATION RECORD'
005310             TO COSTRPT-RECORD
005320     END-IF.
005330     WRITE COSTRPT-RECORD.
005340     MOVE SPACES TO COSTRPT-RECORD.
005350     WRITE COSTRPT-RECORD.
005360 3500-OPEN-EXCEPTION-SECTION-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    3600-PRINT-EXCEPTION-LINE - ONE LINE PER EMPLOYEE LEFT OUT   *
005410*    OF THE DEPARTMENT FIGURES: DEPARTMENT CODE, ID, NAME,        *
005420*    STATUS AND (WHEN THERE IS ONE) THE SALARY ON FILE.           *
005430******************************************************************
005440 3600-PRINT-EXCEPTION-LINE.
005450     MOVE SORT-ANNUAL-SALARY TO HR20-SALARY-EDIT.
005460     MOVE SPACES TO COSTRPT-RECORD.
005470     STRING '  '                        DELIMITED BY SIZE
005480            SORT-DEPT-CODE              DELIMITED BY SIZE
005490            '  '                        DELIMITED BY SIZE
005500            SORT-EMPLOYEE-ID            DELIMITED BY SIZE
005510            '  '                        DELIMITED BY SIZE
005520            SORT-LAST-NAME              DELIMITED BY SIZE
005530            ' '                         DELIMITED BY SIZE
005540            SORT-FIRST-NAME             DELIMITED BY SIZE
005550            ' '                         DELIMITED BY SIZE
005560            SORT-EMPLOY-STATUS          DELIMITED BY SIZE
005570         INTO COSTRPT-RECORD
005580         ON OVERFLOW
005590             DISPLAY 'DEPTCOST: EXCEPTION LINE TRUNCATED FOR '
005600                 SORT-EMPLOYEE-ID
005610     END-STRING.
005620     IF SORT-NO-DEPT-SECTION
005630         MOVE 'GRADE' TO COSTRPT-RECORD (56:5)
005640         MOVE SORT-PAY-GRADE TO COSTRPT-RECORD (62:2)
005650         MOVE HR20-SALARY-EDIT TO COSTRPT-RECORD (65:12)
005660         ADD 1 TO HR20-NO-DEPT-COUNT
005670         ADD SORT-ANNUAL-SALARY TO HR20-NO-DEPT-SALARY
005680     ELSE
005690         ADD 1 TO HR20-NO-COMP-COUNT
005700     END-IF.
005710     WRITE COSTRPT-RECORD.
005720 3600-PRINT-EXCEPTION-LINE-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    3700-ADD-TO-GRADE-TABLE - ROLL THE CLOSED GRADE INTO THE     *
005770*    GRAND-TOTAL GRADE TABLE, INSERTING A NEW GRADE AT ITS        *
005780*    ORDERED SLOT.                                                *
005790******************************************************************
005800 3700-ADD-TO-GRADE-TABLE.
005810     MOVE 'N' TO HR20-GRADE-FOUND-SWITCH.
005820     MOVE ZERO TO HR20-SLOT.
005830     PERFORM 3710-CHECK-ONE-GRADE
005840         THRU 3710-CHECK-ONE-GRADE-EXIT
005850         VARYING HR20-GSUB FROM 1 BY 1
005860         UNTIL HR20-GSUB > HR20-GRADE-USED
005870             OR HR20-GRADE-FOUND
005880             OR HR20-SLOT > ZERO.
005890     IF NOT HR20-GRADE-FOUND
005900         IF HR20-GRADE-USED >= HR20-GRADE-LIMIT
005910             DISPLAY 'DEPTCOST: PAY GRADE TABLE FULL AT '
005920                 HR20-PREV-GRADE ' - RAISE THE TABLE LIMIT'
005930             GO TO 1000-INITIALIZE-ABEND
005940         END-IF
005950         IF HR20-SLOT = ZERO
005960             COMPUTE HR20-SLOT = HR20-GRADE-USED + 1
005970         END-IF
005980         PERFORM 3720-SHIFT-ONE-DOWN
005990             THRU 3720-SHIFT-ONE-DOWN-EXIT
006000             VARYING HR20-SHIFT-SUB FROM HR20-GRADE-USED BY -1
006010             UNTIL HR20-SHIFT-SUB < HR20-SLOT
006020         ADD 1 TO HR20-GRADE-USED
006030         MOVE HR20-PREV-GRADE TO HR20-TBL-PAY-GRADE (HR20-SLOT)
006040         MOVE ZERO TO HR20-TBL-HEADCOUNT (HR20-SLOT)
006050         MOVE ZERO TO HR20-TBL-SALARY (HR20-SLOT)
006060     END-IF.
006070     ADD HR20-GRADE-HEADCOUNT TO HR20-TBL-HEADCOUNT (HR20-SLOT).
006080     ADD HR20-GRADE-SALARY TO HR20-TBL-SALARY (HR20-SLOT).
006090 3700-ADD-TO-GRADE-TABLE-EXIT.
006100     EXIT.
006110
006120 3710-CHECK-ONE-GRADE.
006130     IF HR20-TBL-PAY-GRADE (HR20-GSUB) = HR20-PREV-GRADE
006140         MOVE HR20-GSUB TO HR20-SLOT
006150         MOVE 'Y' TO HR20-GRADE-FOUND-SWITCH
006160     ELSE
006170         IF HR20-TBL-PAY-GRADE (HR20-GSUB) > HR20-PREV-GRADE
006180             MOVE HR20-GSUB TO HR20-SLOT
006190         END-IF
006200     END-IF.
006210 3710-CHECK-ONE-GRADE-EXIT.
006220     EXIT.
006230
006240 3720-SHIFT-ONE-DOWN.
006250     MOVE HR20-GRADE-ENTRY (HR20-SHIFT-SUB)
006260         TO HR20-GRADE-ENTRY (HR20-SHIFT-SUB + 1).
006270 3720-SHIFT-ONE-DOWN-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310*    4000-PRINT-GRAND-TOTALS - THE GRAND TOTAL PAGE: ALL          *
006320*    DEPARTMENTS BY PAY GRADE, THE DEPARTMENT TOTALS, AND THE     *
006330*    RECONCILIATION OF EVERY EMPLOYEE READ.                       *
006340******************************************************************
006350 4000-PRINT-GRAND-TOTALS.
006360     PERFORM 7000-PAGE-HEADING THRU 7000-PAGE-HEADING-EXIT.
006370     MOVE SPACES TO COSTRPT-RECORD.
006380     STRING 'GRAND TOTAL - ALL DEPARTMENTS REPORTED: '
006390                                        DELIMITED BY SIZE
006400            HR20-GRAND-DEPT-COUNT       DELIMITED BY SIZE
006410         INTO COSTRPT-RECORD
006420     END-STRING.
006430     WRITE COSTRPT-RECORD.
006440     MOVE SPACES TO COSTRPT-RECORD.
006450     WRITE COSTRPT-RECORD.
006460     MOVE SPACES TO COSTRPT-RECORD.
006470     STRING '  GRADE  HEADCOUNT          ANNUAL SALARY'
006480                                        DELIMITED BY SIZE
006490            '        AVERAGE'           DELIMITED BY SIZE
006500         INTO COSTRPT-RECORD
006510     END-STRING.
006520     WRITE COSTRPT-RECORD.
006530     PERFORM 4100-PRINT-GRAND-GRADE
006540         THRU 4100-PRINT-GRAND-GRADE-EXIT
006550         VARYING HR20-GSUB FROM 1 BY 1
006560         UNTIL HR20-GSUB > HR20-GRADE-USED.
006570     IF HR20-GRAND-HEADCOUNT > ZERO
006580         COMPUTE HR20-AVERAGE-SALARY ROUNDED =
006590             HR20-GRAND-SALARY / HR20-GRAND-HEADCOUNT
006600     ELSE
006610         MOVE ZERO TO HR20-AVERAGE-SALARY
006620     END-IF.
006630     MOVE HR20-GRAND-SALARY TO HR20-TOTAL-EDIT.
006640     MOVE HR20-AVERAGE-SALARY TO HR20-AVERAGE-EDIT.
006650     MOVE SPACES TO COSTRPT-RECORD.
006660     WRITE COSTRPT-RECORD.
006670     MOVE SPACES TO COSTRPT-RECORD.
006680     STRING '  TOTAL - ACTIVE: '        DELIMITED BY SIZE
006690            HR20-GRAND-ACTIVE           DELIMITED BY SIZE
006700            '  ON LEAVE: '              DELIMITED BY SIZE
006710            HR20-GRAND-LEAVE            DELIMITED BY SIZE
006720            '  HEADCOUNT: '             DELIMITED BY SIZE
006730            HR20-GRAND-HEADCOUNT        DELIMITED BY SIZE
006740         INTO COSTRPT-RECORD
006750         ON OVERFLOW
006760             DISPLAY 'DEPTCOST: GRAND TOTAL LINE TRUNCATED'
006770     END-STRING.
006780     WRITE COSTRPT-RECORD.
006790     MOVE SPACES TO COSTRPT-RECORD.
006800     STRING '          ANNUAL SALARY: '  DELIMITED BY SIZE
006810            HR20-TOTAL-EDIT             DELIMITED BY SIZE
006820            '  AVERAGE: '               DELIMITED BY SIZE
006830            HR20-AVERAGE-EDIT           DELIMITED BY SIZE
006840         INTO COSTRPT-RECORD
006850         ON OVERFLOW
006860             DISPLAY 'DEPTCOST: GRAND TOTAL LINE TRUNCATED'
006870     END-STRING.
006880     WRITE COSTRPT-RECORD.
006890     PERFORM 4200-PRINT-RECONCILIATION
006900         THRU 4200-PRINT-RECONCILIATION-EXIT.
006910 4000-PRINT-GRAND-TOTALS-EXIT.
006920     EXIT.
006930
006940 4100-PRINT-GRAND-GRADE.
006950     COMPUTE HR20-AVERAGE-SALARY ROUNDED =
006960         HR20-TBL-SALARY (HR20-GSUB)
006970             / HR20-TBL-HEADCOUNT (HR20-GSUB).
006980     MOVE HR20-TBL-SALARY (HR20-GSUB) TO HR20-TOTAL-EDIT.
006990     MOVE HR20-AVERAGE-SALARY TO HR20-AVERAGE-EDIT.
007000     MOVE SPACES TO COSTRPT-RECORD.
007010     STRING '  '                        DELIMITED BY SIZE
007020            HR20-TBL-PAY-GRADE (HR20-GSUB)
007030                                        DELIMITED BY SIZE
007040            '     '                     DELIMITED BY SIZE
007050            HR20-TBL-HEADCOUNT (HR20-GSUB)
007060                                        DELIMITED BY SIZE
007070            '  '                        DELIMITED BY SIZE
007080            HR20-TOTAL-EDIT             DELIMITED BY SIZE
007090            '  '                        DELIMITED BY SIZE
007100            HR20-AVERAGE-EDIT           DELIMITED BY SIZE
007110         INTO COSTRPT-RECORD
007120         ON OVERFLOW
007130             DISPLAY 'DEPTCOST: GRAND GRADE LINE TRUNCATED'
007140     END-STRING.
007150     WRITE COSTRPT-RECORD.
007160 4100-PRINT-GRAND-GRADE-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*    4200-PRINT-RECONCILIATION - EVERY EMPLOYEE READ IS IN THE    *
007210*    DEPARTMENT TOTALS, ONE OF THE TWO EXCEPTION SECTIONS, OR     *
007220*    ONE OF THE TWO SKIP COUNTS.                                  *
007230******************************************************************
007240 4200-PRINT-RECONCILIATION.
007250     MOVE HR20-NO-DEPT-SALARY TO HR20-TOTAL-EDIT.
007260     MOVE SPACES TO COSTRPT-RECORD.
007270     WRITE COSTRPT-RECORD.
007280     MOVE 'RECONCILIATION' TO COSTRPT-RECORD.
007290     WRITE COSTRPT-RECORD.
007300     MOVE SPACES TO COSTRPT-RECORD.
007310     STRING '  EMPLOYEE RECORDS READ:          '
007320                                        DELIMITED BY SIZE
007330            HR20-EMPLOYEE-READ-COUNT    DELIMITED BY SIZE
007340         INTO COSTRPT-RECORD
007350     END-STRING.
007360     WRITE COSTRPT-RECORD.
007370     MOVE SPACES TO COSTRPT-RECORD.
007380     STRING '  IN DEPARTMENT TOTALS:           '
007390                                        DELIMITED BY SIZE
007400            HR20-GRAND-HEADCOUNT        DELIMITED BY SIZE
007410         INTO COSTRPT-RECORD
007420     END-STRING.
007430     WRITE COSTRPT-RECORD.
007440     MOVE SPACES TO COSTRPT-RECORD.
007450     STRING '  DEPARTMENT NOT ON DEPTFILE:     '
007460                                        DELIMITED BY SIZE
007470            HR20-NO-DEPT-COUNT          DELIMITED BY SIZE
007480            '  SALARY '                 DELIMITED BY SIZE
007490            HR20-TOTAL-EDIT             DELIMITED BY SIZE
007500         INTO COSTRPT-RECORD
007510         ON OVERFLOW
007520             DISPLAY 'DEPTCOST: RECONCILIATION LINE TRUNCATED'
007530     END-STRING.
007540     WRITE COSTRPT-RECORD.
007550     MOVE SPACES TO COSTRPT-RECORD.
007560     STRING '  NO COMPENSATION RECORD:         '
007570                                        DELIMITED BY SIZE
007580            HR20-NO-COMP-COUNT          DELIMITED BY SIZE
007590         INTO COSTRPT-RECORD
007600     END-STRING.
007610     WRITE COSTRPT-RECORD.
007620     MOVE SPACES TO COSTRPT-RECORD.
007630     STRING '  TERMINATED OR OTHER STATUS:     '
007640                                        DELIMITED BY SIZE
007650            HR20-NOT-CURRENT-COUNT      DELIMITED BY SIZE
007660         INTO COSTRPT-RECORD
007670     END-STRING.
007680     WRITE COSTRPT-RECORD.
007690     IF HR20-DEPT-FILTER-ON
007700         MOVE SPACES TO COSTRPT-RECORD
007710         STRING '  OUTSIDE SELECTED DEPARTMENT:    '
007720                                        DELIMITED BY SIZE
007730                HR20-OTHER-DEPT-COUNT   DELIMITED BY SIZE
007740             INTO COSTRPT-RECORD
007750         END-STRING
007760         WRITE COSTRPT-RECORD
007770     END-IF.
007780 4200-PRINT-RECONCILIATION-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820*    7000-PAGE-HEADING - START A NEW PAGE: TITLE, RUN DATE,       *
007830*    PAGE NUMBER AND, ON A ONE-DEPARTMENT RUN, THE SELECTION.     *
007840******************************************************************
007850 7000-PAGE-HEADING.
007860     ADD 1 TO HR20-PAGE-COUNT.
007870     MOVE SPACES TO COSTRPT-RECORD.
007880     WRITE COSTRPT-RECORD.
007890     MOVE SPACES TO COSTRPT-RECORD.
007900     STRING 'DEPARTMENT HEADCOUNT AND SALARY COST   RUN DATE '
007910                                        DELIMITED BY SIZE
007920            HR20-RUN-DATE               DELIMITED BY SIZE
007930            '   PAGE '                  DELIMITED BY SIZE
007940            HR20-PAGE-COUNT             DELIMITED BY SIZE
007950         INTO COSTRPT-RECORD
007960     END-STRING.
007970     WRITE COSTRPT-RECORD.
007980     IF HR20-DEPT-FILTER-ON
007990         MOVE SPACES TO COSTRPT-RECORD
008000         STRING 'SELECTED DEPARTMENT '  DELIMITED BY SIZE
008010                HR20-SELECTED-DEPT      DELIMITED BY SIZE
008020             INTO COSTRPT-RECORD
008030         END-STRING
008040         WRITE COSTRPT-RECORD
008050     END-IF.
008060     MOVE SPACES TO COSTRPT-RECORD.
008070     WRITE COSTRPT-RECORD.
008080 7000-PAGE-HEADING-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    9000-TERMINATE - CLOSE FILES AND END THE RUN.                *
008130******************************************************************
008140 9000-TERMINATE.
008150     DISPLAY 'DEPTCOST: EMPLOYEES READ ' HR20-EMPLOYEE-READ-COUNT
008160         ' IN DEPT TOTALS ' HR20-GRAND-HEADCOUNT.
008170     CLOSE EMPLOYEE-MASTER.
008180     CLOSE COMP-MASTER.
008190     CLOSE COST-REPORT.
008200 9000-TERMINATE-EXIT.
008210     EXIT.
