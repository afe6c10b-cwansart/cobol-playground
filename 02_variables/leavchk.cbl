000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LEAVCHK.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  LEAVCHK                                      *
000100*    DESCRIPTION :  WEEKLY LEAVE-OF-ABSENCE EXCEPTION REPORT.     *
000110*                   READ-ONLY.  EMPLOYEE-MASTER AND THE LEAVE     *
000120*                   FILE (LEAVEREC LAYOUT, KEYED ON EMPLOYEE ID   *
000130*                   PLUS START DATE) ARE BOTH IN ASCENDING        *
000140*                   EMPLOYEE ID SEQUENCE; A SEQUENTIAL MATCH/     *
000150*                   MERGE TAKES EACH EMPLOYEE'S LEAVE RECORDS AS  *
000160*                   A GROUP AND REPORTS:                          *
000170*                     - OVERDUE RETURN - STILL 'L' ON THE MASTER  *
000180*                       WITH THE OPEN LEAVE'S EXPECTED RETURN     *
000190*                       DATE BEFORE TODAY                         *
000200*                     - 'L' ON THE MASTER WITH NO OPEN LEAVE      *
000210*                       RECORD                                    *
000220*                     - AN OPEN LEAVE RECORD FOR AN EMPLOYEE WHO  *
000230*                       IS 'A' OR 'T' ON THE MASTER, OR NO        *
000240*                       LONGER ON THE MASTER AT ALL               *
000242*                   EMPPURGE CLOSES AN EMPLOYEE'S OPEN LEAVE,     *
000244*                   DATED WITH THE PURGE DATE, WHEN IT PURGES     *
000246*                   THEM, SO AN OPEN LEAVE WITH NO MASTER IS ONE  *
000248*                   THAT PURGE NEVER SAW - FOR INSTANCE ONE       *
000249*                   OPENED FOR AN ID THE LOAD STEP REJECTED.      *
000250*                   CLOSED RECORDS ARE HISTORY AND ARE ONLY       *
000260*                   COUNTED.  ANY FINDING ENDS THE STEP WITH      *
000270*                   RETURN CODE 4 SO THE MONDAY REVIEW SEES IT.   *
000272*                   A LEAVE FILE THAT HAS NEVER BEEN LOADED IS    *
000274*                   READ AS EMPTY.                                *
000280*                                                                 *
000290*    MODIFICATION HISTORY                                        *
000300*    ----------------------------------------------------------  *
000310*    DATE       INIT  DESCRIPTION                                 *
000320*    ---------- ----  --------------------------------------      *
000330*    2026-10-15 DWL   ORIGINAL VERSION.                            *
000333*    2026-10-15 DWL   LEAVE FILE OPTIONAL SO AN UNLOADED CLUSTER   *
000336*                     READS AS EMPTY.                              *
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
000460     SELECT OPTIONAL LEAVE-FILE
000470         ASSIGN TO "LEAVFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS LV-LEAVE-KEY
000510         FILE STATUS IS HR20-LEAVFILE-STATUS.
000520
000530     SELECT LEAVE-CHECK-REPORT
000540         ASSIGN TO "LVCHKRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS HR20-LVCHKRPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EMPLOYEE-MASTER.
000610     COPY EMPREC.
000620
000630 FD  LEAVE-FILE.
000640     COPY LEAVEREC.
000650
000660 FD  LEAVE-CHECK-REPORT.
000670 01  LVCHKRPT-RECORD                 PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700******************************************************************
000710*    PROGRAM SWITCHES AND COUNTERS.                               *
000720******************************************************************
000730 01  HR20-SWITCHES.
000740     05  HR20-EMPMSTR-EOF-SWITCH     PIC X(01) VALUE 'N'.
000750         88  HR20-EMPMSTR-EOF            VALUE 'Y'.
000760     05  HR20-LEAVFILE-EOF-SWITCH    PIC X(01) VALUE 'N'.
000770         88  HR20-LEAVFILE-EOF           VALUE 'Y'.
000780     05  HR20-OPEN-FOUND-SWITCH      PIC X(01) VALUE 'N'.
000790         88  HR20-OPEN-LEAVE-FOUND       VALUE 'Y'.
000800
000810 01  HR20-COUNTERS.
000820     05  HR20-EMPLOYEE-READ-COUNT    PIC 9(07) VALUE ZERO.
000830     05  HR20-LEAVE-READ-COUNT       PIC 9(07) VALUE ZERO.
000840     05  HR20-OPEN-LEAVE-COUNT       PIC 9(07) VALUE ZERO.
000850     05  HR20-CLOSED-LEAVE-COUNT     PIC 9(07) VALUE ZERO.
000860     05  HR20-OVERDUE-COUNT          PIC 9(07) VALUE ZERO.
000870     05  HR20-NO-RECORD-COUNT        PIC 9(07) VALUE ZERO.
000880     05  HR20-NOT-ON-LEAVE-COUNT     PIC 9(07) VALUE ZERO.
000890
000900 01  HR20-FILE-STATUSES.
000910     05  HR20-EMPMSTR-STATUS         PIC X(02).
000920     05  HR20-LEAVFILE-STATUS        PIC X(02).
000930     05  HR20-LVCHKRPT-STATUS        PIC X(02).
000940
000950 01  HR20-COMPARE-KEYS.
000960     05  HR20-EMPMSTR-KEY            PIC X(06).
000970     05  HR20-LEAVFILE-KEY           PIC X(06).
000980
000990 01  HR20-CURRENT-DATE               PIC 9(08).
001000
001010******************************************************************
001020*    THE OPEN LEAVE RECORD OF THE EMPLOYEE GROUP JUST SCANNED.    *
001030******************************************************************
001040 01  HR20-OPEN-LEAVE.
001050     05  HR20-OPEN-EMPLOYEE-ID       PIC X(06).
001060     05  HR20-OPEN-START-DATE        PIC 9(08).
001070     05  HR20-OPEN-LEAVE-TYPE        PIC X(02).
001080     05  HR20-OPEN-EXPECTED-RETURN   PIC 9(08).
001090
001100 01  HR20-FINDING-LABEL              PIC X(22).
001110
001120 PROCEDURE DIVISION.
001130******************************************************************
001140*    0000-MAINLINE                                                *
001150******************************************************************
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001180     PERFORM 2000-MATCH-RECORDS THRU 2000-MATCH-RECORDS-EXIT
001190         UNTIL HR20-EMPMSTR-EOF AND HR20-LEAVFILE-EOF.
001200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001210     STOP RUN.
001220
001230******************************************************************
001240*    1000-INITIALIZE - OPEN FILES, PRINT THE REPORT HEADING AND   *
001250*    PRIME BOTH SEQUENCES.                                        *
001260******************************************************************
001270 1000-INITIALIZE.
001280     OPEN INPUT EMPLOYEE-MASTER.
001290     OPEN INPUT LEAVE-FILE.
001300     OPEN OUTPUT LEAVE-CHECK-REPORT.
001310     PERFORM 1500-VERIFY-OPEN-STATUS
001320         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001330     ACCEPT HR20-CURRENT-DATE FROM DATE YYYYMMDD.
001340     MOVE SPACES TO LVCHKRPT-RECORD.
001350     STRING 'LEAVE-OF-ABSENCE EXCEPTIONS - RUN DATE '
001360                                         DELIMITED BY SIZE
001370            HR20-CURRENT-DATE            DELIMITED BY SIZE
001380         INTO LVCHKRPT-RECORD
001390     END-STRING.
001400     WRITE LVCHKRPT-RECORD.
001410     MOVE SPACES TO LVCHKRPT-RECORD.
001420     WRITE LVCHKRPT-RECORD.
001430     PERFORM 2100-READ-EMPLOYEE-MASTER
001440         THRU 2100-READ-EMPLOYEE-MASTER-EXIT.
001450     PERFORM 2200-READ-LEAVE-FILE
001460         THRU 2200-READ-LEAVE-FILE-EXIT.
001470 1000-INITIALIZE-EXIT.
001480     EXIT.
001490
001500******************************************************************
001510*    1500-VERIFY-OPEN-STATUS - CONFIRM ALL THREE FILES OPENED     *
001520*    CLEANLY BEFORE A SINGLE RECORD IS READ.                      *
001530******************************************************************
001540 1500-VERIFY-OPEN-STATUS.
001550     IF HR20-EMPMSTR-STATUS NOT = '00'
001560         DISPLAY 'LEAVCHK: UNABLE TO OPEN EMPLOYEE-MASTER, '
001570             'STATUS=' HR20-EMPMSTR-STATUS
001580         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001590     END-IF.
001600     IF HR20-LEAVFILE-STATUS NOT = '00' AND
001605        HR20-LEAVFILE-STATUS NOT = '05'
001610         DISPLAY 'LEAVCHK: UNABLE TO OPEN LEAVE-FILE, '
001620             'STATUS=' HR20-LEAVFILE-STATUS
001630         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001640     END-IF.
001650     IF HR20-LVCHKRPT-STATUS NOT = '00'
001660         DISPLAY 'LEAVCHK: UNABLE TO OPEN LEAVE-CHECK-REPORT, '
001670             'STATUS=' HR20-LVCHKRPT-STATUS
001680         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001690     END-IF.
001700     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001710 1500-VERIFY-OPEN-STATUS-ABEND.
001720     MOVE 16 TO RETURN-CODE.
001730     STOP RUN.
001740 1500-VERIFY-OPEN-STATUS-EXIT.
001750     EXIT.
001760
001770******************************************************************
001780*    2000-MATCH-RECORDS - STANDARD SEQUENTIAL MATCH/MERGE OF      *
001790*    EMPLOYEE-MASTER AGAINST THE LEAVE FILE ON EMPLOYEE ID.  THE  *
001800*    LEAVE FILE HOLDS ANY NUMBER OF RECORDS PER EMPLOYEE, SO      *
001810*    EACH SIDE WITH A LEAVE KEY CONSUMES THE WHOLE GROUP.         *
001820******************************************************************
001830 2000-MATCH-RECORDS.
001840     PERFORM 2500-SET-COMPARE-KEYS
001850         THRU 2500-SET-COMPARE-KEYS-EXIT.
001860     EVALUATE TRUE
001870         WHEN HR20-EMPMSTR-KEY < HR20-LEAVFILE-KEY
001880             MOVE 'N' TO HR20-OPEN-FOUND-SWITCH
001890             PERFORM 3000-CHECK-EMPLOYEE
001900                 THRU 3000-CHECK-EMPLOYEE-EXIT
001910             PERFORM 2100-READ-EMPLOYEE-MASTER
001920                 THRU 2100-READ-EMPLOYEE-MASTER-EXIT
001930         WHEN HR20-LEAVFILE-KEY < HR20-EMPMSTR-KEY
001940             PERFORM 2600-SCAN-LEAVE-GROUP
001950                 THRU 2600-SCAN-LEAVE-GROUP-EXIT
001960             IF HR20-OPEN-LEAVE-FOUND
001970                 MOVE 'OPEN LEAVE - NO MASTER'
001980                     TO HR20-FINDING-LABEL
001990                 ADD 1 TO HR20-NOT-ON-LEAVE-COUNT
002000                 PERFORM 7100-PRINT-OPEN-LEAVE
002010                     THRU 7100-PRINT-OPEN-LEAVE-EXIT
002020             END-IF
002030         WHEN OTHER
002040             PERFORM 2600-SCAN-LEAVE-GROUP
002050                 THRU 2600-SCAN-LEAVE-GROUP-EXIT
002060             PERFORM 3000-CHECK-EMPLOYEE
002070                 THRU 3000-CHECK-EMPLOYEE-EXIT
002080             PERFORM 2100-READ-EMPLOYEE-MASTER
002090                 THRU 2100-READ-EMPLOYEE-MASTER-EXIT
002100     END-EVALUATE.
002110 2000-MATCH-RECORDS-EXIT.
002120     EXIT.
002130
002140 2100-READ-EMPLOYEE-MASTER.
002150     READ EMPLOYEE-MASTER
002160         AT END
002170             MOVE 'Y' TO HR20-EMPMSTR-EOF-SWITCH
002180         NOT AT END
002190             ADD 1 TO HR20-EMPLOYEE-READ-COUNT
002200     END-READ.
002210 2100-READ-EMPLOYEE-MASTER-EXIT.
002220     EXIT.
002230
002240 2200-READ-LEAVE-FILE.
002250     READ LEAVE-FILE
002260         AT END
002270             MOVE 'Y' TO HR20-LEAVFILE-EOF-SWITCH
002280         NOT AT END
002290             ADD 1 TO HR20-LEAVE-READ-COUNT
002300     END-READ.
002310 2200-READ-LEAVE-FILE-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*    2500-SET-COMPARE-KEYS - A FILE AT END IS TREATED AS HAVING  *
002360*    A KEY OF ALL '9'S SO THE OTHER FILE'S REMAINING RECORDS      *
002370*    DRIVE THE REMAINDER OF THE MATCH.                            *
002380******************************************************************
002390 2500-SET-COMPARE-KEYS.
002400     IF HR20-EMPMSTR-EOF
002410         MOVE ALL '9' TO HR20-EMPMSTR-KEY
002420     ELSE
002430         MOVE EMP-EMPLOYEE-ID TO HR20-EMPMSTR-KEY
002440     END-IF.
002450     IF HR20-LEAVFILE-EOF
002460         MOVE ALL '9' TO HR20-LEAVFILE-KEY
002470     ELSE
002480         MOVE LV-EMPLOYEE-ID TO HR20-LEAVFILE-KEY
002490     END-IF.
002500 2500-SET-COMPARE-KEYS-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*    2600-SCAN-LEAVE-GROUP - READ EVERY LEAVE RECORD FOR THE      *
002550*    CURRENT LEAVE KEY, COUNTING CLOSED ONES AND KEEPING THE      *
002560*    OPEN ONE, AND STOP ON THE FIRST RECORD OF THE NEXT ID.       *
002570******************************************************************
002580 2600-SCAN-LEAVE-GROUP.
002590     MOVE 'N' TO HR20-OPEN-FOUND-SWITCH.
002600     PERFORM 2700-TAKE-LEAVE-RECORD
002610         THRU 2700-TAKE-LEAVE-RECORD-EXIT
002620         UNTIL HR20-LEAVFILE-EOF
002630            OR LV-EMPLOYEE-ID NOT = HR20-LEAVFILE-KEY.
002640 2600-SCAN-LEAVE-GROUP-EXIT.
002650     EXIT.
002660
002670 2700-TAKE-LEAVE-RECORD.
002680     IF LV-LEAVE-OPEN
002690         ADD 1 TO HR20-OPEN-LEAVE-COUNT
002700         MOVE 'Y' TO HR20-OPEN-FOUND-SWITCH
002710         MOVE LV-EMPLOYEE-ID TO HR20-OPEN-EMPLOYEE-ID
002720         MOVE LV-START-DATE TO HR20-OPEN-START-DATE
002730         MOVE LV-LEAVE-TYPE TO HR20-OPEN-LEAVE-TYPE
002740         MOVE LV-EXPECTED-RETURN TO HR20-OPEN-EXPECTED-RETURN
002750     ELSE
002760         ADD 1 TO HR20-CLOSED-LEAVE-COUNT
002770     END-IF.
002780     PERFORM 2200-READ-LEAVE-FILE
002790         THRU 2200-READ-LEAVE-FILE-EXIT.
002800 2700-TAKE-LEAVE-RECORD-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*    3000-CHECK-EMPLOYEE - THE MASTER RECORD AGAINST ITS OPEN     *
002850*    LEAVE, IF ANY.                                               *
002860******************************************************************
002870 3000-CHECK-EMPLOYEE.
002880     IF EMP-STATUS-LEAVE
002890         IF NOT HR20-OPEN-LEAVE-FOUND
002900             ADD 1 TO HR20-NO-RECORD-COUNT
002910             PERFORM 7000-PRINT-NO-RECORD
002920                 THRU 7000-PRINT-NO-RECORD-EXIT
002930             GO TO 3000-CHECK-EMPLOYEE-EXIT
002940         END-IF
002950         IF HR20-OPEN-EXPECTED-RETURN < HR20-CURRENT-DATE
002960             ADD 1 TO HR20-OVERDUE-COUNT
002970             MOVE 'OVERDUE RETURN:       ' TO HR20-FINDING-LABEL
002980             PERFORM 7100-PRINT-OPEN-LEAVE
002990                 THRU 7100-PRINT-OPEN-LEAVE-EXIT
003000         END-IF
003010         GO TO 3000-CHECK-EMPLOYEE-EXIT
003020     END-IF.
003030     IF HR20-OPEN-LEAVE-FOUND
003040         ADD 1 TO HR20-NOT-ON-LEAVE-COUNT
003050         MOVE SPACES TO HR20-FINDING-LABEL
003060         STRING 'OPEN LEAVE - STATUS '   DELIMITED BY SIZE
003070                EMP-EMPLOY-STATUS        DELIMITED BY SIZE
003080                ':'                      DELIMITED BY SIZE
003090             INTO HR20-FINDING-LABEL
003100         END-STRING
003110         PERFORM 7100-PRINT-OPEN-LEAVE
003120             THRU 7100-PRINT-OPEN-LEAVE-EXIT
003130     END-IF.
003140 3000-CHECK-EMPLOYEE-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    7000-PRINT-NO-RECORD - 'L' ON THE MASTER, NO OPEN LEAVE.     *
003190******************************************************************
003200 7000-PRINT-NO-RECORD.
003210     MOVE SPACES TO LVCHKRPT-RECORD.
003220     STRING 'ON LEAVE - NO RECORD: '     DELIMITED BY SIZE
003230            EMP-EMPLOYEE-ID              DELIMITED BY SIZE
003240            '  DEPT '                    DELIMITED BY SIZE
003250            EMP-DEPT-CODE                DELIMITED BY SIZE
003260            '  '                         DELIMITED BY SIZE
003270            EMP-NAM                      DELIMITED BY SIZE
003280         INTO LVCHKRPT-RECORD
003290         ON OVERFLOW
003300             DISPLAY 'LEAVCHK: LVCHKRPT LINE TRUNCATED FOR '
003310                 EMP-EMPLOYEE-ID
003320     END-STRING.
003330     WRITE LVCHKRPT-RECORD.
003340 7000-PRINT-NO-RECORD-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    7100-PRINT-OPEN-LEAVE - A FINDING ON AN OPEN LEAVE RECORD:   *
003390*    THE FINDING LABEL, THEN THE LEAVE AND, WHEN THE EMPLOYEE IS  *
003400*    ON THE MASTER, THE LAST NAME.                                *
003410******************************************************************
003420 7100-PRINT-OPEN-LEAVE.
003430     MOVE SPACES TO LVCHKRPT-RECORD.
003440     IF HR20-EMPMSTR-KEY = HR20-OPEN-EMPLOYEE-ID
003450         STRING HR20-FINDING-LABEL       DELIMITED BY SIZE
003460                HR20-OPEN-EMPLOYEE-ID    DELIMITED BY SIZE
003470                ' '                      DELIMITED BY SIZE
003480                HR20-OPEN-LEAVE-TYPE     DELIMITED BY SIZE
003490                ' FROM '                 DELIMITED BY SIZE
003500                HR20-OPEN-START-DATE     DELIMITED BY SIZE
003510                ' DUE '                  DELIMITED BY SIZE
003520                HR20-OPEN-EXPECTED-RETURN
003530                                         DELIMITED BY SIZE
003540                ' '                      DELIMITED BY SIZE
003550                EMP-LAST-NAME            DELIMITED BY SIZE
003560             INTO LVCHKRPT-RECORD
003570             ON OVERFLOW
003580                 DISPLAY 'LEAVCHK: LVCHKRPT LINE TRUNCATED FOR '
003590                     HR20-OPEN-EMPLOYEE-ID
003600         END-STRING
003610     ELSE
003620         STRING HR20-FINDING-LABEL       DELIMITED BY SIZE
003630                HR20-OPEN-EMPLOYEE-ID    DELIMITED BY SIZE
003640                ' '                      DELIMITED BY SIZE
003650                HR20-OPEN-LEAVE-TYPE     DELIMITED BY SIZE
003660                ' FROM '                 DELIMITED BY SIZE
003670                HR20-OPEN-START-DATE     DELIMITED BY SIZE
003680                ' DUE '                  DELIMITED BY SIZE
003690                HR20-OPEN-EXPECTED-RETURN
003700                                         DELIMITED BY SIZE
003710             INTO LVCHKRPT-RECORD
003712             ON OVERFLOW
003714                 DISPLAY 'LEAVCHK: LVCHKRPT LINE TRUNCATED FOR '
003716                     HR20-OPEN-EMPLOYEE-ID
003720         END-STRING
003730     END-IF.
003740     WRITE LVCHKRPT-RECORD.
003750 7100-PRINT-OPEN-LEAVE-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790*    9000-TERMINATE - PRINT TOTALS, SET THE RETURN CODE AND       *
003800*    CLOSE FILES.                                                 *
003810******************************************************************
003820 9000-TERMINATE.
003830     MOVE SPACES TO LVCHKRPT-RECORD.
003840     WRITE LVCHKRPT-RECORD.
003850     MOVE SPACES TO LVCHKRPT-RECORD.
003860     STRING 'READ - EMPLOYEES: '         DELIMITED BY SIZE
003870            HR20-EMPLOYEE-READ-COUNT     DELIMITED BY SIZE
003880            '  LEAVES: '                 DELIMITED BY SIZE
003890            HR20-LEAVE-READ-COUNT        DELIMITED BY SIZE
003900            '  OPEN: '                   DELIMITED BY SIZE
003910            HR20-OPEN-LEAVE-COUNT        DELIMITED BY SIZE
003920            '  CLOSED: '                 DELIMITED BY SIZE
003930            HR20-CLOSED-LEAVE-COUNT      DELIMITED BY SIZE
003940         INTO LVCHKRPT-RECORD
003950         ON OVERFLOW
003960             DISPLAY 'LEAVCHK: TOTALS LINE TRUNCATED'
003970     END-STRING.
003980     WRITE LVCHKRPT-RECORD.
003990     DISPLAY LVCHKRPT-RECORD.
004000     MOVE SPACES TO LVCHKRPT-RECORD.
004010     STRING 'TOTALS - OVERDUE: '         DELIMITED BY SIZE
004020            HR20-OVERDUE-COUNT           DELIMITED BY SIZE
004030            ' L NO RECORD: '             DELIMITED BY SIZE
004040            HR20-NO-RECORD-COUNT         DELIMITED BY SIZE
004050            ' OPEN NOT L: '              DELIMITED BY SIZE
004060            HR20-NOT-ON-LEAVE-COUNT      DELIMITED BY SIZE
004070         INTO LVCHKRPT-RECORD
004080         ON OVERFLOW
004090             DISPLAY 'LEAVCHK: TOTALS LINE TRUNCATED'
004100     END-STRING.
004110     WRITE LVCHKRPT-RECORD.
004120     DISPLAY LVCHKRPT-RECORD.
004130     IF HR20-OVERDUE-COUNT > ZERO
004140        OR HR20-NO-RECORD-COUNT > ZERO
004150        OR HR20-NOT-ON-LEAVE-COUNT > ZERO
004160         MOVE 4 TO RETURN-CODE
004170     END-IF.
004180     CLOSE EMPLOYEE-MASTER.
004190     CLOSE LEAVE-FILE.
004200     CLOSE LEAVE-CHECK-REPORT.
004210 9000-TERMINATE-EXIT.
004220     EXIT.
