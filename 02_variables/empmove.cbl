000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPMOVE.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  EMPMOVE                                      *
000100*    DESCRIPTION :  MONTH-END WORKFORCE MOVEMENT REPORT.  FOR     *
000110*                   EACH DEPARTMENT (NAMED THROUGH THE SHARED     *
000120*                   DEPTVAL LOOKUP) SHOWS THE OPENING HEADCOUNT,  *
000130*                   HIRES, TERMINATIONS, TRANSFERS IN AND OUT,    *
000140*                   CHANGES TO AND FROM LEAVE AND THE CLOSING     *
000150*                   HEADCOUNT, WITH A DETAIL LINE NAMING THE      *
000160*                   EMPLOYEE BEHIND EVERY MOVEMENT.               *
000170*                                                                 *
000180*                   THE HEADCOUNTS COME FROM THE NIGHTLY          *
000190*                   DEPARTMENT COUNTS ON THE CUMULATIVE HISTORY   *
000200*                   FILE (SUMHIST LAYOUT) - OPENING IS THE LAST   *
000210*                   NIGHTLY RUN BEFORE THE MONTH, CLOSING THE     *
000220*                   LAST NIGHTLY RUN IN IT.  THE MOVEMENTS COME   *
000230*                   FROM THE CHANGE JOURNAL (ONLINE AND BATCH     *
000240*                   CONCATENATED) BETWEEN THOSE TWO RUNS:         *
000250*                     HIRE      - AN ADD (NO BEFORE IMAGE)        *
000260*                     TERM      - A DELETE (NO AFTER IMAGE) -     *
000270*                                 THE PURGE OF AN EMPLOYEE HR     *
000280*                                 HAS DROPPED FROM THE FEED       *
000290*                     TRANSFER  - A CHANGE OF DEPARTMENT CODE,    *
000300*                                 OUT OF THE OLD DEPARTMENT AND   *
000310*                                 IN TO THE NEW ONE               *
000320*                     LEAVE     - A CHANGE OF STATUS TO OR FROM   *
000330*                                 'L'                             *
000340*                   THE NIGHTLY COUNTS INCLUDE EVERY EMPLOYEE ON  *
000350*                   THE MASTER WHATEVER THE STATUS, SO LEAVE      *
000360*                   CHANGES ARE REPORTED BUT DO NOT MOVE THE      *
000370*                   HEADCOUNT: OPENING + HIRES - TERMS +          *
000380*                   TRANSFERS IN - TRANSFERS OUT MUST EQUAL       *
000390*                   CLOSING.  A DEPARTMENT THAT DOES NOT BALANCE  *
000400*                   IS FLAGGED AND THE RUN ENDS RC=4 - LOOK FOR   *
000410*                   A MISSED NIGHTLY RUN, A RESTART RUN (WHICH    *
000420*                   WRITES NO HISTORY) OR A MASTER CHANGED        *
000430*                   OUTSIDE THE JOURNALED PROGRAMS.               *
000440*                                                                 *
000450*                   WITH NO REPTPARM CARD THE REPORT COVERS THE   *
000460*                   PREVIOUS CALENDAR MONTH, AS EMPTREND DOES; A  *
000470*                   YYYYMM CARD REPORTS THAT MONTH INSTEAD.       *
000480*                                                                 *
000490*    MODIFICATION HISTORY                                        *
000500*    ----------------------------------------------------------  *
000510*    DATE       INIT  DESCRIPTION                                 *
000520*    ---------- ----  --------------------------------------      *
000530*    2026-10-15 DWL   ORIGINAL VERSION.                            *
000540*                                                                 *
000550******************************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OPTIONAL HISTORY-FILE
000600         ASSIGN TO "HISTFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS HR20-HISTFILE-STATUS.
000630
000640     SELECT JOURNAL-FILE
000650         ASSIGN TO "EMPJRNL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HR20-EMPJRNL-STATUS.
000680
000690     SELECT MOVEMENT-REPORT
000700         ASSIGN TO "MOVERPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS HR20-MOVERPT-STATUS.
000730
000740     SELECT OPTIONAL REPORT-PARM
000750         ASSIGN TO "REPTPARM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS HR20-REPTPARM-STATUS.
000780
000790     SELECT MOVEMENT-SORT
000800         ASSIGN TO "SORTWK".
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  HISTORY-FILE.
000850     COPY SUMHIST.
000860
000870 FD  JOURNAL-FILE.
000880 01  EMPJRNL-RECORD                  PIC X(150).
000890
000900 FD  MOVEMENT-REPORT.
000910 01  MOVERPT-RECORD                  PIC X(80).
000920
000930 FD  REPORT-PARM.
000940 01  REPTPARM-RECORD                 PIC X(06).
000950
000960******************************************************************
000970*    ONE SORT RECORD PER NIGHTLY DEPARTMENT COUNT ('0' CLASS,     *
000980*    OPENING OR CLOSING) AND PER MOVEMENT ('1' CLASS), SO EACH    *
000990*    DEPARTMENT'S COUNTS ARRIVE AHEAD OF ITS MOVEMENTS AND THE    *
001000*    MOVEMENTS ARRIVE IN DATE AND TIME ORDER.  THE SEQUENCE       *
001010*    NUMBER KEEPS INPUT ORDER ON A TIE, SO A RERUN NIGHT'S        *
001020*    SECOND COUNT ARRIVES LAST AND IS THE ONE KEPT.               *
001030******************************************************************
001040 SD  MOVEMENT-SORT.
001050 01  SORT-MOVE-RECORD.
001060     05  SORT-DEPT-CODE              PIC X(04).
001070     05  SORT-RECORD-CLASS           PIC X(01).
001080         88  SORT-CLASS-HEADCOUNT        VALUE '0'.
001090         88  SORT-CLASS-MOVEMENT         VALUE '1'.
001100     05  SORT-CHANGE-DATE            PIC 9(08).
001110     05  SORT-CHANGE-TIME            PIC 9(06).
001120     05  SORT-SEQUENCE               PIC 9(07).
001130     05  SORT-MOVE-TYPE              PIC X(01).
001140         88  SORT-OPENING-COUNT          VALUE 'O'.
001150         88  SORT-CLOSING-COUNT          VALUE 'C'.
001160         88  SORT-HIRE                   VALUE 'H'.
001170         88  SORT-TERMINATION            VALUE 'T'.
001180         88  SORT-TRANSFER-IN            VALUE 'I'.
001190         88  SORT-TRANSFER-OUT           VALUE 'X'.
001200         88  SORT-TO-LEAVE               VALUE 'L'.
001210         88  SORT-FROM-LEAVE             VALUE 'R'.
001220     05  SORT-HEADCOUNT              PIC 9(07).
001230     05  SORT-EMPLOYEE-ID            PIC X(06).
001240     05  SORT-FIRST-NAME             PIC X(15).
001250     05  SORT-LAST-NAME              PIC X(15).
001260     05  SORT-OTHER-DEPT             PIC X(04).
001270
001280 WORKING-STORAGE SECTION.
001290******************************************************************
001300*    PROGRAM SWITCHES AND COUNTERS.                               *
001310******************************************************************
001320 01  HR20-SWITCHES.
001330     05  HR20-HISTFILE-EOF-SWITCH    PIC X(01) VALUE 'N'.
001340         88  HR20-HISTFILE-EOF           VALUE 'Y'.
001350     05  HR20-EMPJRNL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001360         88  HR20-EMPJRNL-EOF            VALUE 'Y'.
001370     05  HR20-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001380         88  HR20-SORT-EOF               VALUE 'Y'.
001390     05  HR20-GROUP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001400         88  HR20-GROUP-OPEN             VALUE 'Y'.
001410     05  HR20-DEPT-VALID-SWITCH      PIC X(01) VALUE 'Y'.
001415         88  HR20-DEPT-ON-FILE           VALUE 'Y'.
001420     05  HR20-BALANCED-SWITCH        PIC X(01) VALUE 'Y'.
001425         88  HR20-FIGURES-BALANCE        VALUE 'Y'.
001430
001440 01  HR20-COUNTERS.
001450     05  HR20-HISTORY-READ-COUNT     PIC 9(07) VALUE ZERO.
001460     05  HR20-JOURNAL-READ-COUNT     PIC 9(07) VALUE ZERO.
001470     05  HR20-OUTSIDE-COUNT          PIC 9(07) VALUE ZERO.
001480     05  HR20-UNUSABLE-COUNT         PIC 9(07) VALUE ZERO.
001490     05  HR20-MOVEMENT-COUNT         PIC 9(07) VALUE ZERO.
001500     05  HR20-DEPT-COUNT             PIC 9(07) VALUE ZERO.
001510     05  HR20-UNBALANCED-COUNT       PIC 9(07) VALUE ZERO.
001520
001530 01  HR20-FILE-STATUSES.
001540     05  HR20-HISTFILE-STATUS        PIC X(02).
001550     05  HR20-EMPJRNL-STATUS         PIC X(02).
001560     05  HR20-MOVERPT-STATUS         PIC X(02).
001570     05  HR20-REPTPARM-STATUS        PIC X(02).
001580
001590 01  HR20-PERIOD-FIELDS.
001600     05  HR20-REPORT-PERIOD          PIC 9(06) VALUE ZERO.
001610     05  HR20-PERIOD-SPLIT REDEFINES HR20-REPORT-PERIOD.
001620         10  HR20-PERIOD-YEAR        PIC 9(04).
001630         10  HR20-PERIOD-MONTH       PIC 9(02).
001640     05  HR20-TODAY-DATE             PIC 9(08).
001650     05  HR20-TODAY-SPLIT REDEFINES HR20-TODAY-DATE.
001660         10  HR20-TODAY-YEAR         PIC 9(04).
001670         10  HR20-TODAY-MONTH        PIC 9(02).
001680         10  FILLER                  PIC 9(02).
001690
001700******************************************************************
001710*    THE TWO NIGHTLY RUNS THE HEADCOUNTS ARE TAKEN FROM, AND THE  *
001720*    JOURNAL WINDOW BETWEEN THEM - AFTER THE OPENING RUN DATE,    *
001730*    UP TO AND INCLUDING THE CLOSING RUN DATE.  WITH NO RUN ON    *
001740*    ONE SIDE THE WINDOW FALLS BACK TO THE CALENDAR MONTH.        *
001750******************************************************************
001760 01  HR20-SNAPSHOT-FIELDS.
001770     05  HR20-OPENING-RUN-DATE       PIC 9(08) VALUE ZERO.
001780     05  HR20-CLOSING-RUN-DATE       PIC 9(08) VALUE ZERO.
001790     05  HR20-WINDOW-AFTER           PIC 9(08) VALUE ZERO.
001800     05  HR20-WINDOW-THRU            PIC 9(08) VALUE ZERO.
001810     05  HR20-SORT-SEQUENCE          PIC 9(07) VALUE ZERO.
001820
001830******************************************************************
001840*    MOVEMENT FIGURES - ONE SET FOR THE DEPARTMENT IN PROGRESS,   *
001850*    ONE FOR ALL DEPARTMENTS, AND THE SET BEING PRINTED.  THE     *
001860*    THREE LAYOUTS MUST STAY IDENTICAL - THE PRINT SET IS FILLED  *
001870*    BY A GROUP MOVE.                                             *
001880******************************************************************
001890 01  HR20-DEPT-FIGURES.
001900     05  HR20-DEPT-OPENING           PIC 9(07).
001910     05  HR20-DEPT-HIRES             PIC 9(07).
001920     05  HR20-DEPT-TERMS             PIC 9(07).
001930     05  HR20-DEPT-XFER-IN           PIC 9(07).
001940     05  HR20-DEPT-XFER-OUT          PIC 9(07).
001950     05  HR20-DEPT-TO-LEAVE          PIC 9(07).
001960     05  HR20-DEPT-FROM-LEAVE        PIC 9(07).
001970     05  HR20-DEPT-CLOSING           PIC 9(07).
001980
001990 01  HR20-GRAND-FIGURES.
002000     05  HR20-GRAND-OPENING          PIC 9(07) VALUE ZERO.
002010     05  HR20-GRAND-HIRES            PIC 9(07) VALUE ZERO.
002020     05  HR20-GRAND-TERMS            PIC 9(07) VALUE ZERO.
002030     05  HR20-GRAND-XFER-IN          PIC 9(07) VALUE ZERO.
002040     05  HR20-GRAND-XFER-OUT         PIC 9(07) VALUE ZERO.
002050     05  HR20-GRAND-TO-LEAVE         PIC 9(07) VALUE ZERO.
002060     05  HR20-GRAND-FROM-LEAVE       PIC 9(07) VALUE ZERO.
002070     05  HR20-GRAND-CLOSING          PIC 9(07) VALUE ZERO.
002080
002090 01  HR20-PRINT-FIGURES.
002100     05  HR20-PRINT-OPENING          PIC 9(07).
002110     05  HR20-PRINT-HIRES            PIC 9(07).
002120     05  HR20-PRINT-TERMS            PIC 9(07).
002130     05  HR20-PRINT-XFER-IN          PIC 9(07).
002140     05  HR20-PRINT-XFER-OUT         PIC 9(07).
002150     05  HR20-PRINT-TO-LEAVE         PIC 9(07).
002160     05  HR20-PRINT-FROM-LEAVE       PIC 9(07).
002170     05  HR20-PRINT-CLOSING          PIC 9(07).
002180
002190 01  HR20-BALANCE-FIELDS.
002200     05  HR20-EXPECTED-CLOSING       PIC S9(07).
002210     05  HR20-EXPECTED-EDIT          PIC -9(07).
002220
002230 01  HR20-LINE-WORK-FIELDS.
002240     05  HR20-PREV-DEPT              PIC X(04) VALUE LOW-VALUES.
002250     05  HR20-DEPT-NAME              PIC X(25).
002260     05  HR20-NAME-FORMAT-LINE       PIC X(32).
002270     05  HR20-MOVE-DESCRIPTION       PIC X(30).
002280
002290******************************************************************
002300*    THE JOURNAL'S BEFORE AND AFTER IMAGES, UNPACKED IN THE       *
002310*    EMPREC LAYOUT.  SPACES FOR THE BEFORE IMAGE OF AN ADD AND    *
002320*    THE AFTER IMAGE OF A DELETE.                                 *
002330******************************************************************
002340 01  HR20-BEFORE-EMPLOYEE.
002350     05  HR20-BEFORE-EMPLOYEE-ID     PIC X(06).
002360     05  FILLER                      PIC X(01).
002370     05  HR20-BEFORE-FIRST-NAME      PIC X(15).
002380     05  HR20-BEFORE-LAST-NAME       PIC X(15).
002390     05  HR20-BEFORE-DEPT-CODE       PIC X(04).
002400     05  FILLER                      PIC X(08).
002410     05  HR20-BEFORE-STATUS          PIC X(01).
002420         88  HR20-BEFORE-ON-LEAVE        VALUE 'L'.
002430     05  FILLER                      PIC X(05).
002440
002450 01  HR20-AFTER-EMPLOYEE.
002460     05  HR20-AFTER-EMPLOYEE-ID      PIC X(06).
002470     05  FILLER                      PIC X(01).
002480     05  HR20-AFTER-FIRST-NAME       PIC X(15).
002490     05  HR20-AFTER-LAST-NAME        PIC X(15).
002500     05  HR20-AFTER-DEPT-CODE        PIC X(04).
002510     05  FILLER                      PIC X(08).
002520     05  HR20-AFTER-STATUS           PIC X(01).
002530         88  HR20-AFTER-ON-LEAVE         VALUE 'L'.
002540     05  FILLER                      PIC X(05).
002550
002560     COPY EMPJRNL.
002570
002580 PROCEDURE DIVISION.
002590******************************************************************
002600*    0000-MAINLINE - FIND THE OPENING AND CLOSING NIGHTLY RUNS,   *
002610*    THEN LET THE SORT DRIVE THE REPORT: THE INPUT PROCEDURE      *
002620*    RELEASES THOSE RUNS' DEPARTMENT COUNTS AND THE WINDOW'S      *
002630*    MOVEMENTS, THE OUTPUT PROCEDURE PRINTS THEM BY DEPARTMENT.   *
002640******************************************************************
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002670     PERFORM 1300-FIND-SNAPSHOT-RUNS
002680         THRU 1300-FIND-SNAPSHOT-RUNS-EXIT.
002690     SORT MOVEMENT-SORT
002700         ON ASCENDING KEY SORT-DEPT-CODE
002710                          SORT-RECORD-CLASS
002720                          SORT-CHANGE-DATE
002730                          SORT-CHANGE-TIME
002740                          SORT-SEQUENCE
002750         INPUT PROCEDURE IS 2000-RELEASE-MOVEMENTS
002760             THRU 2000-RELEASE-MOVEMENTS-EXIT
002770         OUTPUT PROCEDURE IS 3000-PRINT-MOVEMENTS
002780             THRU 3000-PRINT-MOVEMENTS-EXIT.
002790     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002800     STOP RUN.
002810
002820******************************************************************
002830*    1000-INITIALIZE - OPEN THE JOURNAL AND THE REPORT AND PICK   *
002840*    UP THE OPTIONAL MONTH CARD.                                  *
002850******************************************************************
002860 1000-INITIALIZE.
002870     OPEN INPUT JOURNAL-FILE.
002880     OPEN OUTPUT MOVEMENT-REPORT.
002890     IF HR20-EMPJRNL-STATUS NOT = '00'
002900         DISPLAY 'EMPMOVE: UNABLE TO OPEN JOURNAL-FILE, '
002910             'STATUS=' HR20-EMPJRNL-STATUS
002920         GO TO 1000-INITIALIZE-ABEND
002930     END-IF.
002940     IF HR20-MOVERPT-STATUS NOT = '00'
002950         DISPLAY 'EMPMOVE: UNABLE TO OPEN MOVEMENT-REPORT, '
002960             'STATUS=' HR20-MOVERPT-STATUS
002970         GO TO 1000-INITIALIZE-ABEND
002980     END-IF.
002990     PERFORM 1100-READ-REPORT-PARM
003000         THRU 1100-READ-REPORT-PARM-EXIT.
003010     GO TO 1000-INITIALIZE-EXIT.
003020 1000-INITIALIZE-ABEND.
003030     MOVE 16 TO RETURN-CODE.
003040     STOP RUN.
003050 1000-INITIALIZE-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*    1100-READ-REPORT-PARM - NO CARD DEFAULTS THE REPORT TO THE   *
003100*    PREVIOUS CALENDAR MONTH.  A YYYYMM CARD REPORTS THAT MONTH   *
003110*    INSTEAD.  THERE IS NO 'ALL' - MOVEMENT FIGURES ONLY MEAN     *
003120*    SOMETHING BETWEEN TWO HEADCOUNTS.                            *
003130******************************************************************
003140 1100-READ-REPORT-PARM.
003150     OPEN INPUT REPORT-PARM.
003160     IF HR20-REPTPARM-STATUS NOT = '00' AND
003170        HR20-REPTPARM-STATUS NOT = '05'
003180         DISPLAY 'EMPMOVE: UNABLE TO OPEN REPORT-PARM, '
003190             'STATUS=' HR20-REPTPARM-STATUS
003200         GO TO 1000-INITIALIZE-ABEND
003210     END-IF.
003220     READ REPORT-PARM
003230         AT END
003240             PERFORM 1200-DEFAULT-TO-LAST-MONTH
003250                 THRU 1200-DEFAULT-TO-LAST-MONTH-EXIT
003260         NOT AT END
003270             IF REPTPARM-RECORD IS NUMERIC
003280                 MOVE REPTPARM-RECORD TO HR20-REPORT-PERIOD
003290             ELSE
003300                 DISPLAY 'EMPMOVE: REPTPARM CARD NOT '
003310                     'YYYYMM - ' REPTPARM-RECORD
003320                 GO TO 1000-INITIALIZE-ABEND
003330             END-IF
003340     END-READ.
003350     CLOSE REPORT-PARM.
003360     IF HR20-PERIOD-MONTH < 01 OR HR20-PERIOD-MONTH > 12
003370         DISPLAY 'EMPMOVE: REPTPARM MONTH NOT 01-12 - '
003380             HR20-REPORT-PERIOD
003390         GO TO 1000-INITIALIZE-ABEND
003400     END-IF.
003410 1100-READ-REPORT-PARM-EXIT.
003420     EXIT.
003430
003440 1200-DEFAULT-TO-LAST-MONTH.
003450     ACCEPT HR20-TODAY-DATE FROM DATE YYYYMMDD.
003460     IF HR20-TODAY-MONTH = 01
003470         COMPUTE HR20-PERIOD-YEAR = HR20-TODAY-YEAR - 1
003480         MOVE 12 TO HR20-PERIOD-MONTH
003490     ELSE
003500         MOVE HR20-TODAY-YEAR TO HR20-PERIOD-YEAR
003510         COMPUTE HR20-PERIOD-MONTH = HR20-TODAY-MONTH - 1
003520     END-IF.
003530 1200-DEFAULT-TO-LAST-MONTH-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*    1300-FIND-SNAPSHOT-RUNS - FIRST PASS OF THE HISTORY FILE.    *
003580*    EVERY NORMAL NIGHTLY RUN WRITES ONE 'T' RECORD, SO THE       *
003590*    LATEST 'T' DATE BEFORE THE MONTH IS THE OPENING RUN AND THE  *
003600*    LATEST IN THE MONTH IS THE CLOSING RUN.  A DEPARTMENT WITH   *
003610*    NO 'D' RECORD ON ONE OF THOSE RUNS HAD NOBODY IN IT THEN.    *
003620*    THE FILE IS CLOSED HERE AND READ AGAIN IN THE INPUT          *
003630*    PROCEDURE.                                                   *
003640******************************************************************
003650 1300-FIND-SNAPSHOT-RUNS.
003660     OPEN INPUT HISTORY-FILE.
003670     IF HR20-HISTFILE-STATUS NOT = '00' AND
003680        HR20-HISTFILE-STATUS NOT = '05'
003690         DISPLAY 'EMPMOVE: UNABLE TO OPEN HISTORY-FILE, '
003700             'STATUS=' HR20-HISTFILE-STATUS
003710         GO TO 1000-INITIALIZE-ABEND
003720     END-IF.
003730     PERFORM 1310-SCAN-RUN-TOTAL
003740         THRU 1310-SCAN-RUN-TOTAL-EXIT
003750         UNTIL HR20-HISTFILE-EOF.
003760     CLOSE HISTORY-FILE.
003770     IF HR20-OPENING-RUN-DATE > ZERO
003780         MOVE HR20-OPENING-RUN-DATE TO HR20-WINDOW-AFTER
003790     ELSE
003800         COMPUTE HR20-WINDOW-AFTER = HR20-REPORT-PERIOD * 100
003810     END-IF.
003820     IF HR20-CLOSING-RUN-DATE > ZERO
003830         MOVE HR20-CLOSING-RUN-DATE TO HR20-WINDOW-THRU
003840     ELSE
003850         COMPUTE HR20-WINDOW-THRU =
003860             HR20-REPORT-PERIOD * 100 + 31
003870     END-IF.
003880 1300-FIND-SNAPSHOT-RUNS-EXIT.
003890     EXIT.
003900
003910 1310-SCAN-RUN-TOTAL.
003920     READ HISTORY-FILE
003930         AT END
003940             MOVE 'Y' TO HR20-HISTFILE-EOF-SWITCH
003950             GO TO 1310-SCAN-RUN-TOTAL-EXIT
003960         NOT AT END
003970             CONTINUE
003980     END-READ.
003990     IF NOT HIST-RUN-TOTAL
004000         GO TO 1310-SCAN-RUN-TOTAL-EXIT
004010     END-IF.
004020     IF HIST-RUN-DATE (1:6) < HR20-REPORT-PERIOD AND
004030        HIST-RUN-DATE > HR20-OPENING-RUN-DATE
004040         MOVE HIST-RUN-DATE TO HR20-OPENING-RUN-DATE
004050     END-IF.
004060     IF HIST-RUN-DATE (1:6) = HR20-REPORT-PERIOD AND
004070        HIST-RUN-DATE > HR20-CLOSING-RUN-DATE
004080         MOVE HIST-RUN-DATE TO HR20-CLOSING-RUN-DATE
004090     END-IF.
004100 1310-SCAN-RUN-TOTAL-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    2000-RELEASE-MOVEMENTS - SORT INPUT PROCEDURE.  RELEASE THE  *
004150*    OPENING AND CLOSING RUNS' DEPARTMENT COUNTS, THEN ONE        *
004160*    RECORD PER MOVEMENT FOUND IN THE JOURNAL WINDOW.             *
004170******************************************************************
004180 2000-RELEASE-MOVEMENTS.
004190     MOVE 'N' TO HR20-HISTFILE-EOF-SWITCH.
004200     OPEN INPUT HISTORY-FILE.
004210     IF HR20-HISTFILE-STATUS NOT = '00' AND
004220        HR20-HISTFILE-STATUS NOT = '05'
004230         DISPLAY 'EMPMOVE: UNABLE TO REOPEN HISTORY-FILE, '
004240             'STATUS=' HR20-HISTFILE-STATUS
004250         GO TO 1000-INITIALIZE-ABEND
004260     END-IF.
004270     PERFORM 2100-RELEASE-HEADCOUNT
004280         THRU 2100-RELEASE-HEADCOUNT-EXIT
004290         UNTIL HR20-HISTFILE-EOF.
004300     CLOSE HISTORY-FILE.
004310     PERFORM 2200-READ-JOURNAL
004320         THRU 2200-READ-JOURNAL-EXIT
004330         UNTIL HR20-EMPJRNL-EOF.
004340 2000-RELEASE-MOVEMENTS-EXIT.
004350     EXIT.
004360
004370 2100-RELEASE-HEADCOUNT.
004380     READ HISTORY-FILE
004390         AT END
004400             MOVE 'Y' TO HR20-HISTFILE-EOF-SWITCH
004410             GO TO 2100-RELEASE-HEADCOUNT-EXIT
004420         NOT AT END
004430             CONTINUE
004440     END-READ.
004450     ADD 1 TO HR20-HISTORY-READ-COUNT.
004460     IF NOT HIST-DEPT-DETAIL
004470         GO TO 2100-RELEASE-HEADCOUNT-EXIT
004480     END-IF.
004490     MOVE SPACES TO SORT-MOVE-RECORD.
004500     EVALUATE TRUE
004510         WHEN HR20-OPENING-RUN-DATE > ZERO AND
004520              HIST-RUN-DATE = HR20-OPENING-RUN-DATE
004530             MOVE 'O' TO SORT-MOVE-TYPE
004540         WHEN HR20-CLOSING-RUN-DATE > ZERO AND
004550              HIST-RUN-DATE = HR20-CLOSING-RUN-DATE
004560             MOVE 'C' TO SORT-MOVE-TYPE
004570         WHEN OTHER
004580             GO TO 2100-RELEASE-HEADCOUNT-EXIT
004590     END-EVALUATE.
004600     MOVE HIST-DEPT-CODE TO SORT-DEPT-CODE.
004610     MOVE '0' TO SORT-RECORD-CLASS.
004620     MOVE HIST-RUN-DATE TO SORT-CHANGE-DATE.
004630     MOVE ZERO TO SORT-CHANGE-TIME.
004640     ADD 1 TO HR20-SORT-SEQUENCE.
004650     MOVE HR20-SORT-SEQUENCE TO SORT-SEQUENCE.
004660     COMPUTE SORT-HEADCOUNT =
004670         HIST-GENDER-COUNT (1) + HIST-GENDER-COUNT (2)
004680             + HIST-GENDER-COUNT (3) + HIST-GENDER-COUNT (4).
004690     RELEASE SORT-MOVE-RECORD.
004700 2100-RELEASE-HEADCOUNT-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    2200-READ-JOURNAL - READ THE NEXT JOURNAL ENTRY AND, IF IT   *
004750*    FALLS IN THE WINDOW, RELEASE A RECORD FOR EACH MOVEMENT IT   *
004760*    CARRIES.  AN ENTRY WITH NO EMPLOYEE ID OR A NON-NUMERIC      *
004770*    DATE OR TIME IS COUNTED AS UNUSABLE AND PASSED OVER.         *
004780******************************************************************
004790 2200-READ-JOURNAL.
004800     READ JOURNAL-FILE
004810         AT END
004820             MOVE 'Y' TO HR20-EMPJRNL-EOF-SWITCH
004830             GO TO 2200-READ-JOURNAL-EXIT
004840         NOT AT END
004850             CONTINUE
004860     END-READ.
004870     ADD 1 TO HR20-JOURNAL-READ-COUNT.
004880     MOVE EMPJRNL-RECORD TO JRNL-RECORD.
004890     IF JRNL-EMPLOYEE-ID = SPACES OR
004900        JRNL-CHANGE-DATE NOT NUMERIC OR
004910        JRNL-CHANGE-TIME NOT NUMERIC
004920         ADD 1 TO HR20-UNUSABLE-COUNT
004930         GO TO 2200-READ-JOURNAL-EXIT
004940     END-IF.
004950     IF JRNL-CHANGE-DATE NOT > HR20-WINDOW-AFTER OR
004960        JRNL-CHANGE-DATE > HR20-WINDOW-THRU
004970         ADD 1 TO HR20-OUTSIDE-COUNT
004980         GO TO 2200-READ-JOURNAL-EXIT
004990     END-IF.
005000     MOVE JRNL-BEFORE-IMAGE TO HR20-BEFORE-EMPLOYEE.
005010     MOVE JRNL-AFTER-IMAGE TO HR20-AFTER-EMPLOYEE.
005020     EVALUATE TRUE
005030         WHEN JRNL-BEFORE-IMAGE = SPACES AND
005040              JRNL-AFTER-IMAGE = SPACES
005050             ADD 1 TO HR20-UNUSABLE-COUNT
005060         WHEN JRNL-BEFORE-IMAGE = SPACES
005070             PERFORM 2300-RELEASE-HIRE
005080                 THRU 2300-RELEASE-HIRE-EXIT
005090         WHEN JRNL-AFTER-IMAGE = SPACES
005100             PERFORM 2400-RELEASE-TERMINATION
005110                 THRU 2400-RELEASE-TERMINATION-EXIT
005120         WHEN OTHER
005130             PERFORM 2500-RELEASE-CHANGES
005140                 THRU 2500-RELEASE-CHANGES-EXIT
005150     END-EVALUATE.
005160 2200-READ-JOURNAL-EXIT.
005170     EXIT.
005180
005190 2300-RELEASE-HIRE.
005200     MOVE 'H' TO SORT-MOVE-TYPE.
005210     MOVE HR20-AFTER-DEPT-CODE TO SORT-DEPT-CODE.
005220     MOVE SPACES TO SORT-OTHER-DEPT.
005230     MOVE HR20-AFTER-FIRST-NAME TO SORT-FIRST-NAME.
005240     MOVE HR20-AFTER-LAST-NAME TO SORT-LAST-NAME.
005250     PERFORM 2900-RELEASE-MOVEMENT
005260         THRU 2900-RELEASE-MOVEMENT-EXIT.
005270 2300-RELEASE-HIRE-EXIT.
005280     EXIT.
005290
005300 2400-RELEASE-TERMINATION.
005310     MOVE 'T' TO SORT-MOVE-TYPE.
005320     MOVE HR20-BEFORE-DEPT-CODE TO SORT-DEPT-CODE.
005330     MOVE SPACES TO SORT-OTHER-DEPT.
005340     MOVE HR20-BEFORE-FIRST-NAME TO SORT-FIRST-NAME.
005350     MOVE HR20-BEFORE-LAST-NAME TO SORT-LAST-NAME.
005360     PERFORM 2900-RELEASE-MOVEMENT
005370         THRU 2900-RELEASE-MOVEMENT-EXIT.
005380 2400-RELEASE-TERMINATION-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*    2500-RELEASE-CHANGES - A CHANGE CAN CARRY A TRANSFER (OUT    *
005430*    OF THE OLD DEPARTMENT, IN TO THE NEW) AND A LEAVE CHANGE     *
005440*    AT ONCE; EACH IS RELEASED SEPARATELY.  ANY OTHER CHANGE      *
005450*    (NAME, GENDER, HIRE DATE, ACTIVE TO TERMINATED) IS NOT A     *
005460*    MOVEMENT.                                                    *
005470******************************************************************
005480 2500-RELEASE-CHANGES.
005490     MOVE HR20-AFTER-FIRST-NAME TO SORT-FIRST-NAME.
005500     MOVE HR20-AFTER-LAST-NAME TO SORT-LAST-NAME.
005510     IF HR20-BEFORE-DEPT-CODE NOT = HR20-AFTER-DEPT-CODE
005520         MOVE 'X' TO SORT-MOVE-TYPE
005530         MOVE HR20-BEFORE-DEPT-CODE TO SORT-DEPT-CODE
005540         MOVE HR20-AFTER-DEPT-CODE TO SORT-OTHER-DEPT
005550         PERFORM 2900-RELEASE-MOVEMENT
005560             THRU 2900-RELEASE-MOVEMENT-EXIT
005570         MOVE 'I' TO SORT-MOVE-TYPE
005580         MOVE HR20-AFTER-DEPT-CODE TO SORT-DEPT-CODE
005590         MOVE HR20-BEFORE-DEPT-CODE TO SORT-OTHER-DEPT
005600         PERFORM 2900-RELEASE-MOVEMENT
005610             THRU 2900-RELEASE-MOVEMENT-EXIT
005620     END-IF.
005630     MOVE HR20-AFTER-DEPT-CODE TO SORT-DEPT-CODE.
005640     MOVE SPACES TO SORT-OTHER-DEPT.
005650     IF HR20-AFTER-ON-LEAVE AND NOT HR20-BEFORE-ON-LEAVE
005660         MOVE 'L' TO SORT-MOVE-TYPE
005670         PERFORM 2900-RELEASE-MOVEMENT
005680             THRU 2900-RELEASE-MOVEMENT-EXIT
005690     END-IF.
005700     IF HR20-BEFORE-ON-LEAVE AND NOT HR20-AFTER-ON-LEAVE
005710         MOVE 'R' TO SORT-MOVE-TYPE
005720         PERFORM 2900-RELEASE-MOVEMENT
005730             THRU 2900-RELEASE-MOVEMENT-EXIT
005740     END-IF.
005750 2500-RELEASE-CHANGES-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    2900-RELEASE-MOVEMENT - COMPLETE AND RELEASE ONE MOVEMENT    *
005800*    RECORD.  THE CALLER HAS SET THE TYPE, THE DEPARTMENT, THE    *
005810*    OTHER DEPARTMENT AND THE NAME.                               *
005820******************************************************************
005830 2900-RELEASE-MOVEMENT.
005840     MOVE '1' TO SORT-RECORD-CLASS.
005850     MOVE JRNL-CHANGE-DATE TO SORT-CHANGE-DATE.
005860     MOVE JRNL-CHANGE-TIME TO SORT-CHANGE-TIME.
005870     ADD 1 TO HR20-SORT-SEQUENCE.
005880     MOVE HR20-SORT-SEQUENCE TO SORT-SEQUENCE.
005890     MOVE ZERO TO SORT-HEADCOUNT.
005900     MOVE JRNL-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
005910     RELEASE SORT-MOVE-RECORD.
005920     ADD 1 TO HR20-MOVEMENT-COUNT.
005930 2900-RELEASE-MOVEMENT-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    3000-PRINT-MOVEMENTS - SORT OUTPUT PROCEDURE.  PRINT THE     *
005980*    HEADINGS, EACH DEPARTMENT'S DETAIL AND FIGURES, THEN THE     *
005990*    ALL-DEPARTMENTS FIGURES AND THE RUN TOTALS.                  *
006000******************************************************************
006010 3000-PRINT-MOVEMENTS.
006020     MOVE SPACES TO MOVERPT-RECORD.
006030     STRING 'WORKFORCE MOVEMENT REPORT - PERIOD '
006040                                         DELIMITED BY SIZE
006050            HR20-REPORT-PERIOD           DELIMITED BY SIZE
006060         INTO MOVERPT-RECORD
006070     END-STRING.
006080     WRITE MOVERPT-RECORD.
006090     MOVE SPACES TO MOVERPT-RECORD.
006100     IF HR20-OPENING-RUN-DATE > ZERO
006110         STRING 'OPENING HEADCOUNT FROM NIGHTLY RUN OF '
006120                                         DELIMITED BY SIZE
006130                HR20-OPENING-RUN-DATE    DELIMITED BY SIZE
006140             INTO MOVERPT-RECORD
006150         END-STRING
006160     ELSE
006170         STRING 'NO NIGHTLY RUN BEFORE THE PERIOD ON HISTFILE '
006180                                         DELIMITED BY SIZE
006190                '- OPENING HEADCOUNTS ARE ZERO'
006200                                         DELIMITED BY SIZE
006210             INTO MOVERPT-RECORD
006220         END-STRING
006230     END-IF.
006240     WRITE MOVERPT-RECORD.
006250     MOVE SPACES TO MOVERPT-RECORD.
006260     IF HR20-CLOSING-RUN-DATE > ZERO
006270         STRING 'CLOSING HEADCOUNT FROM NIGHTLY RUN OF '
006280                                         DELIMITED BY SIZE
006290                HR20-CLOSING-RUN-DATE    DELIMITED BY SIZE
006300             INTO MOVERPT-RECORD
006310         END-STRING
006320     ELSE
006330         STRING 'NO NIGHTLY RUN IN THE PERIOD ON HISTFILE '
006340                                         DELIMITED BY SIZE
006350                '- CLOSING HEADCOUNTS ARE ZERO'
006360                                         DELIMITED BY SIZE
006370             INTO MOVERPT-RECORD
006380         END-STRING
006390     END-IF.
006400     WRITE MOVERPT-RECORD.
006410     MOVE SPACES TO MOVERPT-RECORD.
006420     STRING 'MOVEMENTS FROM JOURNAL ENTRIES DATED AFTER '
006430                                         DELIMITED BY SIZE
006440            HR20-WINDOW-AFTER            DELIMITED BY SIZE
006450            ' THROUGH '                  DELIMITED BY SIZE
006460            HR20-WINDOW-THRU             DELIMITED BY SIZE
006470         INTO MOVERPT-RECORD
006480     END-STRING.
006490     WRITE MOVERPT-RECORD.
006500     MOVE SPACES TO MOVERPT-RECORD.
006510     STRING 'LEAVE CHANGES ARE SHOWN BUT DO NOT MOVE HEADCOUNT '
006520                                         DELIMITED BY SIZE
006530            '- LEAVE IS STILL ON STAFF'  DELIMITED BY SIZE
006540         INTO MOVERPT-RECORD
006550     END-STRING.
006560     WRITE MOVERPT-RECORD.
006570     PERFORM 3100-RETURN-AND-PRINT
006580         THRU 3100-RETURN-AND-PRINT-EXIT
006590         UNTIL HR20-SORT-EOF.
006600     PERFORM 3400-CLOSE-GROUP THRU 3400-CLOSE-GROUP-EXIT.
006610     MOVE SPACES TO MOVERPT-RECORD.
006620     WRITE MOVERPT-RECORD.
006630     MOVE 'ALL DEPARTMENTS' TO MOVERPT-RECORD.
006640     WRITE MOVERPT-RECORD.
006650     MOVE HR20-GRAND-FIGURES TO HR20-PRINT-FIGURES.
006660     PERFORM 3500-PRINT-FIGURES THRU 3500-PRINT-FIGURES-EXIT.
006670     PERFORM 3600-PRINT-RUN-TOTALS
006680         THRU 3600-PRINT-RUN-TOTALS-EXIT.
006690 3000-PRINT-MOVEMENTS-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730*    3100-RETURN-AND-PRINT - RETURN THE NEXT SORTED RECORD,       *
006740*    BREAK THE GROUP WHEN THE DEPARTMENT CHANGES, AND EITHER      *
006750*    TAKE THE HEADCOUNT OR COUNT AND LIST THE MOVEMENT.           *
006760******************************************************************
006770 3100-RETURN-AND-PRINT.
006780     RETURN MOVEMENT-SORT
006790         AT END
006800             MOVE 'Y' TO HR20-SORT-EOF-SWITCH
006810             GO TO 3100-RETURN-AND-PRINT-EXIT
006820     END-RETURN.
006830     IF SORT-DEPT-CODE NOT = HR20-PREV-DEPT
006840         PERFORM 3400-CLOSE-GROUP THRU 3400-CLOSE-GROUP-EXIT
006850         PERFORM 3200-OPEN-GROUP THRU 3200-OPEN-GROUP-EXIT
006860     END-IF.
006870     EVALUATE TRUE
006880         WHEN SORT-OPENING-COUNT
006890             MOVE SORT-HEADCOUNT TO HR20-DEPT-OPENING
006900         WHEN SORT-CLOSING-COUNT
006910             MOVE SORT-HEADCOUNT TO HR20-DEPT-CLOSING
006920         WHEN OTHER
006930             PERFORM 3300-PRINT-MOVEMENT-LINE
006940                 THRU 3300-PRINT-MOVEMENT-LINE-EXIT
006950     END-EVALUATE.
006960 3100-RETURN-AND-PRINT-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000*    3200-OPEN-GROUP - START A NEW DEPARTMENT: ZERO ITS FIGURES   *
007010*    AND PRINT A BLANK LINE AND THE DEPARTMENT HEADING.           *
007020******************************************************************
007030 3200-OPEN-GROUP.
007040     MOVE SORT-DEPT-CODE TO HR20-PREV-DEPT.
007050     MOVE ZERO TO HR20-DEPT-OPENING HR20-DEPT-HIRES
007060                  HR20-DEPT-TERMS HR20-DEPT-XFER-IN
007070                  HR20-DEPT-XFER-OUT HR20-DEPT-TO-LEAVE
007080                  HR20-DEPT-FROM-LEAVE HR20-DEPT-CLOSING.
007090     MOVE 'Y' TO HR20-GROUP-OPEN-SWITCH.
007100     ADD 1 TO HR20-DEPT-COUNT.
007110     MOVE SPACES TO MOVERPT-RECORD.
007120     WRITE MOVERPT-RECORD.
007130     CALL 'DEPTVAL' USING SORT-DEPT-CODE HR20-DEPT-NAME
007140         HR20-DEPT-VALID-SWITCH.
007150     IF NOT HR20-DEPT-ON-FILE
007160         MOVE 'NOT ON DEPT FILE' TO HR20-DEPT-NAME
007170     END-IF.
007180     MOVE SPACES TO MOVERPT-RECORD.
007190     STRING 'DEPT '                      DELIMITED BY SIZE
007200            SORT-DEPT-CODE               DELIMITED BY SIZE
007210            ' '                          DELIMITED BY SIZE
007220            HR20-DEPT-NAME               DELIMITED BY SIZE
007230         INTO MOVERPT-RECORD
007240     END-STRING.
007250     WRITE MOVERPT-RECORD.
007260 3200-OPEN-GROUP-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    3300-PRINT-MOVEMENT-LINE - COUNT THE MOVEMENT AND LIST IT:   *
007310*    DATE, EMPLOYEE ID, NAME AND WHAT HAPPENED.                   *
007320******************************************************************
007330 3300-PRINT-MOVEMENT-LINE.
007340     MOVE SPACES TO HR20-MOVE-DESCRIPTION.
007350     EVALUATE TRUE
007360         WHEN SORT-HIRE
007370             ADD 1 TO HR20-DEPT-HIRES
007380             MOVE 'HIRED' TO HR20-MOVE-DESCRIPTION
007390         WHEN SORT-TERMINATION
007400             ADD 1 TO HR20-DEPT-TERMS
007410             MOVE 'TERMINATED (PURGED)' TO HR20-MOVE-DESCRIPTION
007420         WHEN SORT-TRANSFER-IN
007430             ADD 1 TO HR20-DEPT-XFER-IN
007440             STRING 'TRANSFER IN FROM '  DELIMITED BY SIZE
007450                    SORT-OTHER-DEPT      DELIMITED BY SIZE
007460                 INTO HR20-MOVE-DESCRIPTION
007470             END-STRING
007480         WHEN SORT-TRANSFER-OUT
007490             ADD 1 TO HR20-DEPT-XFER-OUT
007500             STRING 'TRANSFER OUT TO '   DELIMITED BY SIZE
007510                    SORT-OTHER-DEPT      DELIMITED BY SIZE
007520                 INTO HR20-MOVE-DESCRIPTION
007530             END-STRING
007540         WHEN SORT-TO-LEAVE
007550             ADD 1 TO HR20-DEPT-TO-LEAVE
007560             MOVE 'WENT ON LEAVE' TO HR20-MOVE-DESCRIPTION
007570         WHEN SORT-FROM-LEAVE
007580             ADD 1 TO HR20-DEPT-FROM-LEAVE
007590             MOVE 'BACK FROM LEAVE' TO HR20-MOVE-DESCRIPTION
007600     END-EVALUATE.
007610     MOVE SPACES TO HR20-NAME-FORMAT-LINE.
007620     STRING SORT-LAST-NAME               DELIMITED BY SIZE
007630            ', '                         DELIMITED BY SIZE
007640            SORT-FIRST-NAME              DELIMITED BY SIZE
007650         INTO HR20-NAME-FORMAT-LINE
007660     END-STRING.
007670     MOVE SPACES TO MOVERPT-RECORD.
007680     STRING '  '                         DELIMITED BY SIZE
007690            SORT-CHANGE-DATE             DELIMITED BY SIZE
007700            ' '                          DELIMITED BY SIZE
007710            SORT-EMPLOYEE-ID             DELIMITED BY SIZE
007720            '  '                         DELIMITED BY SIZE
007730            HR20-NAME-FORMAT-LINE (1:28) DELIMITED BY SIZE
007740            '  '                         DELIMITED BY SIZE
007750            HR20-MOVE-DESCRIPTION        DELIMITED BY SIZE
007760         INTO MOVERPT-RECORD
007770         ON OVERFLOW
007780             DISPLAY 'EMPMOVE: DETAIL LINE TRUNCATED FOR '
007790                 SORT-EMPLOYEE-ID
007800     END-STRING.
007810     WRITE MOVERPT-RECORD.
007820 3300-PRINT-MOVEMENT-LINE-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    3400-CLOSE-GROUP - PRINT THE FIGURES FOR THE DEPARTMENT      *
007870*    JUST ENDED AND ADD THEM TO THE ALL-DEPARTMENTS FIGURES.      *
007880*    HARMLESS BEFORE THE FIRST GROUP OPENS OR ON AN EMPTY         *
007890*    REPORT.                                                      *
007900******************************************************************
007910 3400-CLOSE-GROUP.
007920     IF NOT HR20-GROUP-OPEN
007930         GO TO 3400-CLOSE-GROUP-EXIT
007940     END-IF.
007950     MOVE HR20-DEPT-FIGURES TO HR20-PRINT-FIGURES.
007955     PERFORM 3500-PRINT-FIGURES THRU 3500-PRINT-FIGURES-EXIT.
007960     IF NOT HR20-FIGURES-BALANCE
007965         ADD 1 TO HR20-UNBALANCED-COUNT
007970     END-IF.
007975     ADD HR20-DEPT-OPENING TO HR20-GRAND-OPENING.
007980     ADD HR20-DEPT-HIRES TO HR20-GRAND-HIRES.
007990     ADD HR20-DEPT-TERMS TO HR20-GRAND-TERMS.
008000     ADD HR20-DEPT-XFER-IN TO HR20-GRAND-XFER-IN.
008010     ADD HR20-DEPT-XFER-OUT TO HR20-GRAND-XFER-OUT.
008020     ADD HR20-DEPT-TO-LEAVE TO HR20-GRAND-TO-LEAVE.
008030     ADD HR20-DEPT-FROM-LEAVE TO HR20-GRAND-FROM-LEAVE.
008040     ADD HR20-DEPT-CLOSING TO HR20-GRAND-CLOSING.
008050     MOVE 'N' TO HR20-GROUP-OPEN-SWITCH.
008060 3400-CLOSE-GROUP-EXIT.
008070     EXIT.
008080
008090******************************************************************
008100*    3500-PRINT-FIGURES - PRINT THE FIGURES IN HR20-PRINT-        *
008110*    FIGURES AS TWO LINES (ONE WOULD OVERFLOW THE 80-BYTE         *
008120*    RECORD) AND PROVE OPENING + MOVEMENTS = CLOSING.  A GROUP    *
008130*    THAT DOES NOT BALANCE GETS A FLAG LINE SHOWING THE CLOSING   *
008140*    THE MOVEMENTS ACCOUNT FOR.                                   *
008150******************************************************************
008160 3500-PRINT-FIGURES.
008170     MOVE SPACES TO MOVERPT-RECORD.
008180     STRING '  OPENING='                 DELIMITED BY SIZE
008190            HR20-PRINT-OPENING           DELIMITED BY SIZE
008200            ' HIRES='                    DELIMITED BY SIZE
008210            HR20-PRINT-HIRES             DELIMITED BY SIZE
008220            ' TERMS='                    DELIMITED BY SIZE
008230            HR20-PRINT-TERMS             DELIMITED BY SIZE
008240            ' XFER IN='                  DELIMITED BY SIZE
008250            HR20-PRINT-XFER-IN           DELIMITED BY SIZE
008260         INTO MOVERPT-RECORD
008270         ON OVERFLOW
008280             DISPLAY 'EMPMOVE: FIGURES LINE TRUNCATED'
008290     END-STRING.
008300     WRITE MOVERPT-RECORD.
008310     MOVE SPACES TO MOVERPT-RECORD.
008320     STRING '  XFER OUT='                DELIMITED BY SIZE
008330            HR20-PRINT-XFER-OUT          DELIMITED BY SIZE
008340            ' TO LEAVE='                 DELIMITED BY SIZE
008350            HR20-PRINT-TO-LEAVE          DELIMITED BY SIZE
008360            ' FROM LEAVE='               DELIMITED BY SIZE
008370            HR20-PRINT-FROM-LEAVE        DELIMITED BY SIZE
008380            ' CLOSING='                  DELIMITED BY SIZE
008390            HR20-PRINT-CLOSING           DELIMITED BY SIZE
008400         INTO MOVERPT-RECORD
008410         ON OVERFLOW
008420             DISPLAY 'EMPMOVE: FIGURES LINE TRUNCATED'
008430     END-STRING.
008440     WRITE MOVERPT-RECORD.
008450     COMPUTE HR20-EXPECTED-CLOSING =
008460         HR20-PRINT-OPENING + HR20-PRINT-HIRES
008470             - HR20-PRINT-TERMS + HR20-PRINT-XFER-IN
008480             - HR20-PRINT-XFER-OUT.
008488     MOVE 'Y' TO HR20-BALANCED-SWITCH.
008496     IF HR20-EXPECTED-CLOSING = HR20-PRINT-CLOSING
008504         GO TO 3500-PRINT-FIGURES-EXIT
008512     END-IF.
008520     MOVE 'N' TO HR20-BALANCED-SWITCH.
008530     MOVE HR20-EXPECTED-CLOSING TO HR20-EXPECTED-EDIT.
008540     MOVE SPACES TO MOVERPT-RECORD.
008550     STRING '  *** DOES NOT BALANCE - OPENING PLUS MOVEMENTS = '
008560                                         DELIMITED BY SIZE
008570            HR20-EXPECTED-EDIT           DELIMITED BY SIZE
008580            ' ***'                       DELIMITED BY SIZE
008590         INTO MOVERPT-RECORD
008600     END-STRING.
008610     WRITE MOVERPT-RECORD.
008620 3500-PRINT-FIGURES-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660*    3600-PRINT-RUN-TOTALS - WHAT WAS READ AND WHY ANYTHING WAS   *
008670*    LEFT OUT.                                                    *
008680******************************************************************
008690 3600-PRINT-RUN-TOTALS.
008700     MOVE SPACES TO MOVERPT-RECORD.
008710     WRITE MOVERPT-RECORD.
008720     MOVE SPACES TO MOVERPT-RECORD.
008730     STRING 'TOTALS - JOURNAL READ: '    DELIMITED BY SIZE
008740            HR20-JOURNAL-READ-COUNT      DELIMITED BY SIZE
008750            ' OUTSIDE PERIOD: '          DELIMITED BY SIZE
008760            HR20-OUTSIDE-COUNT           DELIMITED BY SIZE
008770            ' UNUSABLE: '                DELIMITED BY SIZE
008780            HR20-UNUSABLE-COUNT          DELIMITED BY SIZE
008790         INTO MOVERPT-RECORD
008800         ON OVERFLOW
008810             DISPLAY 'EMPMOVE: TOTALS LINE TRUNCATED'
008820     END-STRING.
008830     WRITE MOVERPT-RECORD.
008840     DISPLAY MOVERPT-RECORD.
008850     MOVE SPACES TO MOVERPT-RECORD.
008860     STRING '         MOVEMENTS: '       DELIMITED BY SIZE
008870            HR20-MOVEMENT-COUNT          DELIMITED BY SIZE
008880            ' DEPARTMENTS: '             DELIMITED BY SIZE
008890            HR20-DEPT-COUNT              DELIMITED BY SIZE
008900            ' OUT OF BALANCE: '          DELIMITED BY SIZE
008910            HR20-UNBALANCED-COUNT        DELIMITED BY SIZE
008920         INTO MOVERPT-RECORD
008930         ON OVERFLOW
008940             DISPLAY 'EMPMOVE: TOTALS LINE TRUNCATED'
008950     END-STRING.
008960     WRITE MOVERPT-RECORD.
008970     DISPLAY MOVERPT-RECORD.
008980 3600-PRINT-RUN-TOTALS-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020*    9000-TERMINATE - CLOSE FILES AND END THE RUN.  ANY GROUP     *
009030*    OUT OF BALANCE ENDS THE RUN RC=4.                            *
009040******************************************************************
009050 9000-TERMINATE.
009060     CLOSE JOURNAL-FILE.
009070     CLOSE MOVEMENT-REPORT.
009080     IF HR20-UNBALANCED-COUNT > ZERO
009090         MOVE 4 TO RETURN-CODE
009100     END-IF.
009110 9000-TERMINATE-EXIT.
009120     EXIT.
