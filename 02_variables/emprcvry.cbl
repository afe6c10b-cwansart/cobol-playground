000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPRCVRY.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  EMPRCVRY                                     *
000100*    DESCRIPTION :  FORWARD RECOVERY OF EMPLOYEE-MASTER FROM THE *
000110*                   CHANGE JOURNAL.  RUNS IN RECOVJOB AFTER THE   *
000120*                   MASTER HAS BEEN RESTORED FROM A BACKUP        *
000130*                   GENERATION (TAKEN BY THE BACKUP STEP AT THE   *
000140*                   TOP OF VARJOB).  READS THE EMPJRNL DD - THE   *
000150*                   ONLINE DATASET CONCATENATED WITH THE BATCH    *
000160*                   JOURNAL, AS JRNLJOB READS IT - AND SORTS THE  *
000170*                   ENTRIES INSIDE THE RCVPARM WINDOW INTO DATE/  *
000180*                   TIME ORDER.  THE WINDOW STARTS AT THE TIME    *
000190*                   THE BACKUP WAS TAKEN, SO NOTHING ALREADY ON   *
000200*                   THE RESTORED MASTER IS REPLAYED, AND ENDS AT  *
000210*                   THE DATE/TIME THE MASTER IS TO BE BROUGHT     *
000220*                   FORWARD TO.  EACH ENTRY'S AFTER IMAGE IS      *
000230*                   RE-APPLIED: AN ADD (NO BEFORE IMAGE) IS       *
000240*                   WRITTEN, A DELETE (NO AFTER IMAGE) IS         *
000250*                   DELETED AND ANY OTHER ENTRY IS REWRITTEN.     *
000260*                   A CHANGE OR DELETE IS ONLY APPLIED WHILE THE  *
000270*                   MASTER RECORD STILL MATCHES THE ENTRY'S       *
000280*                   BEFORE IMAGE - OTHERWISE AN EARLIER CHANGE IS *
000290*                   MISSING FROM THE JOURNAL AND BLINDLY          *
000300*                   OVERLAYING THE RECORD WOULD HIDE IT.  RCVRPT  *
000310*                   LISTS EVERY ENTRY RE-APPLIED AND EVERY ENTRY  *
000320*                   THAT COULD NOT BE, WITH THE REASON; ANY       *
000330*                   ENTRY NOT APPLIED ENDS THE RUN RC=4.  THE     *
000340*                   JOURNAL IS NOT WRITTEN - THE ENTRIES BEING    *
000350*                   REPLAYED ARE ALREADY ON IT.                   *
000360*                                                                 *
000370*    MODIFICATION HISTORY                                        *
000380*    ----------------------------------------------------------  *
000390*    DATE       INIT  DESCRIPTION                                 *
000400*    ---------- ----  --------------------------------------      *
000410*    2026-10-15 DWL   ORIGINAL VERSION.                            *
000420*                                                                 *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT JOURNAL-FILE
000480         ASSIGN TO "EMPJRNL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HR20-EMPJRNL-STATUS.
000510
000520     SELECT EMPLOYEE-MASTER
000530         ASSIGN TO "EMPMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS EMP-EMPLOYEE-ID
000570         FILE STATUS IS HR20-EMPMSTR-STATUS.
000580
000590     SELECT RECOVERY-PARM
000600         ASSIGN TO "RCVPARM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS HR20-RCVPARM-STATUS.
000630
000640     SELECT RECOVERY-REPORT
000650         ASSIGN TO "RCVRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HR20-RCVRPT-STATUS.
000680
000690     SELECT JOURNAL-SORT
000700         ASSIGN TO "SORTWK".
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  JOURNAL-FILE.
000750 01  EMPJRNL-RECORD                  PIC X(150).
000760
000770 FD  EMPLOYEE-MASTER.
000780     COPY EMPREC.
000790
000800 FD  RECOVERY-PARM.
000810 01  RCVPARM-RECORD.
000820     05  RCVPARM-FROM-STAMP          PIC X(14).
000830     05  FILLER                      PIC X(01).
000840     05  RCVPARM-THRU-STAMP          PIC X(14).
000850
000860 FD  RECOVERY-REPORT.
000870 01  RCVRPT-RECORD                   PIC X(80).
000880
000890 SD  JOURNAL-SORT.
000900 01  SORT-JRNL-RECORD.
000910     05  SORT-CHANGE-STAMP           PIC X(14).
000920     05  SORT-SEQUENCE               PIC 9(07).
000930     05  SORT-JRNL-IMAGE             PIC X(150).
000940
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970*    PROGRAM SWITCHES AND COUNTERS.                               *
000980******************************************************************
000990 01  HR20-SWITCHES.
001000     05  HR20-EMPJRNL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001010         88  HR20-EMPJRNL-EOF            VALUE 'Y'.
001020     05  HR20-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001030         88  HR20-SORT-EOF               VALUE 'Y'.
001040     05  HR20-RECORD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001050         88  HR20-RECORD-FOUND           VALUE 'Y'.
001060
001070 01  HR20-COUNTERS.
001080     05  HR20-JOURNAL-COUNT          PIC 9(07) VALUE ZERO.
001090     05  HR20-BEFORE-WINDOW-COUNT    PIC 9(07) VALUE ZERO.
001100     05  HR20-AFTER-WINDOW-COUNT     PIC 9(07) VALUE ZERO.
001110     05  HR20-WINDOW-COUNT           PIC 9(07) VALUE ZERO.
001120     05  HR20-ADD-COUNT              PIC 9(07) VALUE ZERO.
001130     05  HR20-CHANGE-COUNT           PIC 9(07) VALUE ZERO.
001140     05  HR20-DELETE-COUNT           PIC 9(07) VALUE ZERO.
001150     05  HR20-NOT-APPLIED-COUNT      PIC 9(07) VALUE ZERO.
001160
001170 01  HR20-FILE-STATUSES.
001180     05  HR20-EMPJRNL-STATUS         PIC X(02).
001190     05  HR20-EMPMSTR-STATUS         PIC X(02).
001200     05  HR20-RCVPARM-STATUS         PIC X(02).
001210     05  HR20-RCVRPT-STATUS          PIC X(02).
001220
001230******************************************************************
001240*    REPLAY WINDOW FROM THE RCVPARM CARD.  A JOURNAL ENTRY'S      *
001250*    DATE AND TIME ARE LAID SIDE BY SIDE IN HR20-ENTRY-STAMP SO   *
001260*    ONE COMPARE PLACES IT BEFORE, INSIDE OR AFTER THE WINDOW.    *
001270******************************************************************
001280 01  HR20-FROM-STAMP                 PIC X(14).
001290 01  HR20-THRU-STAMP                 PIC X(14).
001300
001310 01  HR20-ENTRY-STAMP.
001320     05  HR20-ENTRY-DATE             PIC 9(08).
001330     05  HR20-ENTRY-TIME             PIC 9(06).
001340
001350 01  HR20-ACTION-LABEL               PIC X(06).
001360 01  HR20-REASON                     PIC X(40).
001370
001380******************************************************************
001390*    CHANGE-JOURNAL RECORD, THE EMPJRNL LAYOUT WRITTEN BY THE     *
001400*    EMPM TRANSACTION AND BY THE LOAD, UPDATE AND PURGE STEPS.    *
001410******************************************************************
001420     COPY EMPJRNL.
001430
001440 PROCEDURE DIVISION.
001450******************************************************************
001460*    0000-MAINLINE - THE SORT DRIVES THE RUN: THE INPUT           *
001470*    PROCEDURE RELEASES THE ENTRIES INSIDE THE WINDOW AND THE     *
001480*    OUTPUT PROCEDURE RE-APPLIES THEM OLDEST FIRST.  THE INPUT    *
001490*    SEQUENCE NUMBER IS THE LAST SORT KEY SO ENTRIES STAMPED IN   *
001500*    THE SAME SECOND ARE REPLAYED IN THE ORDER THEY WERE READ.    *
001510******************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001540     SORT JOURNAL-SORT
001550         ON ASCENDING KEY SORT-CHANGE-STAMP
001560                          SORT-SEQUENCE
001570         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
001580             THRU 2000-RELEASE-JOURNAL-EXIT
001590         OUTPUT PROCEDURE IS 3000-REPLAY-JOURNAL
001600             THRU 3000-REPLAY-JOURNAL-EXIT.
001610     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001620     STOP RUN.
001630
001640******************************************************************
001650*    1000-INITIALIZE - OPEN FILES, READ THE REPLAY WINDOW AND     *
001660*    PRINT THE REPORT HEADING.                                    *
001670******************************************************************
001680 1000-INITIALIZE.
001690     OPEN INPUT JOURNAL-FILE.
001700     OPEN I-O EMPLOYEE-MASTER.
001710     OPEN INPUT RECOVERY-PARM.
001720     OPEN OUTPUT RECOVERY-REPORT.
001730     PERFORM 1500-VERIFY-OPEN-STATUS
001740         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001750     PERFORM 1100-READ-RECOVERY-PARM
001760         THRU 1100-READ-RECOVERY-PARM-EXIT.
001770     MOVE SPACES TO RCVRPT-RECORD.
001780     STRING 'EMPLOYEE MASTER FORWARD RECOVERY FROM THE '
001790                                         DELIMITED BY SIZE
001800            'CHANGE JOURNAL'             DELIMITED BY SIZE
001810         INTO RCVRPT-RECORD
001820     END-STRING.
001830     WRITE RCVRPT-RECORD.
001840     MOVE SPACES TO RCVRPT-RECORD.
001850     STRING 'REPLAYING ENTRIES FROM '    DELIMITED BY SIZE
001860            HR20-FROM-STAMP (1:8)        DELIMITED BY SIZE
001870            ' '                          DELIMITED BY SIZE
001880            HR20-FROM-STAMP (9:6)        DELIMITED BY SIZE
001890            ' THROUGH '                  DELIMITED BY SIZE
001900            HR20-THRU-STAMP (1:8)        DELIMITED BY SIZE
001910            ' '                          DELIMITED BY SIZE
001920            HR20-THRU-STAMP (9:6)        DELIMITED BY SIZE
001930         INTO RCVRPT-RECORD
001940     END-STRING.
001950     WRITE RCVRPT-RECORD.
001960     MOVE SPACES TO RCVRPT-RECORD.
001970     WRITE RCVRPT-RECORD.
001980 1000-INITIALIZE-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020*    1100-READ-RECOVERY-PARM - THE CARD IS REQUIRED: FROM         *
002030*    DATE/TIME IN COLUMNS 1-14 AND THROUGH DATE/TIME IN COLUMNS   *
002040*    16-29, BOTH YYYYMMDDHHMMSS.  A RECOVERY RUN WITH NO WINDOW   *
002050*    OR A BACKWARDS ONE IS AN OPERATOR ERROR, NOT A DEFAULT.      *
002060******************************************************************
002070 1100-READ-RECOVERY-PARM.
002080     READ RECOVERY-PARM
002090         AT END
002100             DISPLAY 'EMPRCVRY: RCVPARM CARD MISSING - PUNCH '
002110                 'FROM AND THROUGH DATE/TIME'
002120             GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002130         NOT AT END
002140             CONTINUE
002150     END-READ.
002160     IF RCVPARM-FROM-STAMP NOT NUMERIC OR
002170        RCVPARM-THRU-STAMP NOT NUMERIC
002180         DISPLAY 'EMPRCVRY: RCVPARM CARD NOT YYYYMMDDHHMMSS '
002190             'YYYYMMDDHHMMSS - ' RCVPARM-RECORD
002200         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002210     END-IF.
002220     IF RCVPARM-THRU-STAMP < RCVPARM-FROM-STAMP
002230         DISPLAY 'EMPRCVRY: RCVPARM THROUGH DATE/TIME IS '
002240             'BEFORE FROM DATE/TIME - ' RCVPARM-RECORD
002250         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002260     END-IF.
002270     MOVE RCVPARM-FROM-STAMP TO HR20-FROM-STAMP.
002280     MOVE RCVPARM-THRU-STAMP TO HR20-THRU-STAMP.
002290     CLOSE RECOVERY-PARM.
002300 1100-READ-RECOVERY-PARM-EXIT.
002310     EXIT.
002320
002330******************************************************************
002340*    1500-VERIFY-OPEN-STATUS - CONFIRM ALL FOUR FILES OPENED      *
002350*    CLEANLY BEFORE A SINGLE ENTRY IS REPLAYED.                   *
002360******************************************************************
002370 1500-VERIFY-OPEN-STATUS.
002380     IF HR20-EMPJRNL-STATUS NOT = '00'
002390         DISPLAY 'EMPRCVRY: UNABLE TO OPEN JOURNAL-FILE, '
002400             'STATUS=' HR20-EMPJRNL-STATUS
002410         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002420     END-IF.
002430     IF HR20-EMPMSTR-STATUS NOT = '00'
002440         DISPLAY 'EMPRCVRY: UNABLE TO OPEN EMPLOYEE-MASTER, '
002450             'STATUS=' HR20-EMPMSTR-STATUS
002460         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002470     END-IF.
002480     IF HR20-RCVPARM-STATUS NOT = '00'
002490         DISPLAY 'EMPRCVRY: UNABLE TO OPEN RECOVERY-PARM, '
002500             'STATUS=' HR20-RCVPARM-STATUS
002510         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002520     END-IF.
002530     IF HR20-RCVRPT-STATUS NOT = '00'
002540         DISPLAY 'EMPRCVRY: UNABLE TO OPEN RECOVERY-REPORT, '
002550             'STATUS=' HR20-RCVRPT-STATUS
002560         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002570     END-IF.
002580     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
002590 1500-VERIFY-OPEN-STATUS-ABEND.
002600     MOVE 16 TO RETURN-CODE.
002610     STOP RUN.
002620 1500-VERIFY-OPEN-STATUS-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660*    2000-RELEASE-JOURNAL - READ EVERY JOURNAL RECORD AND         *
002670*    RELEASE THOSE INSIDE THE REPLAY WINDOW TO THE SORT.          *
002680******************************************************************
002690 2000-RELEASE-JOURNAL.
002700     PERFORM 2100-RELEASE-RECORD
002710         THRU 2100-RELEASE-RECORD-EXIT
002720         UNTIL HR20-EMPJRNL-EOF.
002730 2000-RELEASE-JOURNAL-EXIT.
002740     EXIT.
002750
002760 2100-RELEASE-RECORD.
002770     READ JOURNAL-FILE
002780         AT END
002790             MOVE 'Y' TO HR20-EMPJRNL-EOF-SWITCH
002800             GO TO 2100-RELEASE-RECORD-EXIT
002810         NOT AT END
002820             CONTINUE
002830     END-READ.
002840     ADD 1 TO HR20-JOURNAL-COUNT.
002850     MOVE EMPJRNL-RECORD TO JRNL-RECORD.
002860******************************************************************
002870*    AN ENTRY WITH NO USABLE ID OR DATE/TIME CANNOT BE PLACED IN  *
002880*    THE WINDOW OR APPLIED - LIST IT BY ITS JOURNAL RECORD        *
002890*    NUMBER SO IT CAN BE FOUND AND CHECKED BY HAND.               *
002900******************************************************************
002910     IF JRNL-EMPLOYEE-ID = SPACES OR
002920        JRNL-CHANGE-DATE NOT NUMERIC OR
002930        JRNL-CHANGE-TIME NOT NUMERIC
002940         ADD 1 TO HR20-NOT-APPLIED-COUNT
002950         MOVE SPACES TO RCVRPT-RECORD
002960         STRING 'NOT APPLIED JOURNAL RECORD '
002970                                         DELIMITED BY SIZE
002980                HR20-JOURNAL-COUNT       DELIMITED BY SIZE
002990                ' - NO USABLE ID/DATE/TIME'
003000                                         DELIMITED BY SIZE
003010             INTO RCVRPT-RECORD
003020         END-STRING
003030         WRITE RCVRPT-RECORD
003040         GO TO 2100-RELEASE-RECORD-EXIT
003050     END-IF.
003060     MOVE JRNL-CHANGE-DATE TO HR20-ENTRY-DATE.
003070     MOVE JRNL-CHANGE-TIME TO HR20-ENTRY-TIME.
003080     IF HR20-ENTRY-STAMP < HR20-FROM-STAMP
003090         ADD 1 TO HR20-BEFORE-WINDOW-COUNT
003100         GO TO 2100-RELEASE-RECORD-EXIT
003110     END-IF.
003120     IF HR20-ENTRY-STAMP > HR20-THRU-STAMP
003130         ADD 1 TO HR20-AFTER-WINDOW-COUNT
003140         GO TO 2100-RELEASE-RECORD-EXIT
003150     END-IF.
003160     ADD 1 TO HR20-WINDOW-COUNT.
003170     MOVE HR20-ENTRY-STAMP TO SORT-CHANGE-STAMP.
003180     MOVE HR20-JOURNAL-COUNT TO SORT-SEQUENCE.
003190     MOVE JRNL-RECORD TO SORT-JRNL-IMAGE.
003200     RELEASE SORT-JRNL-RECORD.
003210 2100-RELEASE-RECORD-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*    3000-REPLAY-JOURNAL - RETURN THE WINDOW OLDEST FIRST AND     *
003260*    RE-APPLY EACH ENTRY TO THE RESTORED MASTER.                  *
003270******************************************************************
003280 3000-REPLAY-JOURNAL.
003290     PERFORM 3100-RETURN-AND-APPLY
003300         THRU 3100-RETURN-AND-APPLY-EXIT
003310         UNTIL HR20-SORT-EOF.
003320 3000-REPLAY-JOURNAL-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*    3100-RETURN-AND-APPLY - A BLANK BEFORE IMAGE IS AN ADD, A    *
003370*    BLANK AFTER IMAGE IS A DELETE, ANYTHING ELSE IS A CHANGE.    *
003380*    AN ENTRY WITH BOTH BLANK, OR WHOSE AFTER IMAGE CARRIES A     *
003390*    DIFFERENT EMPLOYEE ID, IS DAMAGED AND IS NOT APPLIED.        *
003400******************************************************************
003410 3100-RETURN-AND-APPLY.
003420     RETURN JOURNAL-SORT
003430         AT END
003440             MOVE 'Y' TO HR20-SORT-EOF-SWITCH
003450             GO TO 3100-RETURN-AND-APPLY-EXIT
003460     END-RETURN.
003470     MOVE SORT-JRNL-IMAGE TO JRNL-RECORD.
003480     EVALUATE TRUE
003490         WHEN JRNL-BEFORE-IMAGE = SPACES AND
003500              JRNL-AFTER-IMAGE = SPACES
003510             MOVE 'NONE' TO HR20-ACTION-LABEL
003520             MOVE 'NO BEFORE OR AFTER IMAGE' TO HR20-REASON
003530             PERFORM 3900-PRINT-NOT-APPLIED
003540                 THRU 3900-PRINT-NOT-APPLIED-EXIT
003550         WHEN JRNL-AFTER-IMAGE NOT = SPACES AND
003560              JRNL-AFTER-IMAGE (1:6) NOT = JRNL-EMPLOYEE-ID
003570             MOVE 'NONE' TO HR20-ACTION-LABEL
003580             MOVE 'AFTER IMAGE IS FOR A DIFFERENT EMPLOYEE'
003590                 TO HR20-REASON
003600             PERFORM 3900-PRINT-NOT-APPLIED
003610                 THRU 3900-PRINT-NOT-APPLIED-EXIT
003620         WHEN JRNL-BEFORE-IMAGE = SPACES
003630             MOVE 'ADD' TO HR20-ACTION-LABEL
003640             PERFORM 3200-APPLY-ADD
003650                 THRU 3200-APPLY-ADD-EXIT
003660         WHEN JRNL-AFTER-IMAGE = SPACES
003670             MOVE 'DELETE' TO HR20-ACTION-LABEL
003680             PERFORM 3400-APPLY-DELETE
003690                 THRU 3400-APPLY-DELETE-EXIT
003700         WHEN OTHER
003710             MOVE 'CHANGE' TO HR20-ACTION-LABEL
003720             PERFORM 3300-APPLY-CHANGE
003730                 THRU 3300-APPLY-CHANGE-EXIT
003740     END-EVALUATE.
003750 3100-RETURN-AND-APPLY-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790*    3200-APPLY-ADD - WRITE THE AFTER IMAGE AS A NEW RECORD.  A   *
003800*    RECORD ALREADY ON FILE MEANS THE BACKUP AND THE JOURNAL      *
003810*    DISAGREE, SO IT IS LEFT ALONE AND REPORTED.                  *
003820******************************************************************
003830 3200-APPLY-ADD.
003840     MOVE JRNL-AFTER-IMAGE TO EMP-MASTER-RECORD.
003850     WRITE EMP-MASTER-RECORD
003860         INVALID KEY
003870             MOVE 'RECORD ALREADY ON FILE' TO HR20-REASON
003880             PERFORM 3900-PRINT-NOT-APPLIED
003890                 THRU 3900-PRINT-NOT-APPLIED-EXIT
003900             GO TO 3200-APPLY-ADD-EXIT
003910     END-WRITE.
003920     IF HR20-EMPMSTR-STATUS NOT = '00'
003930         DISPLAY 'EMPRCVRY: WRITE FAILED FOR '
003940             JRNL-EMPLOYEE-ID
003950             ' STATUS=' HR20-EMPMSTR-STATUS
003960         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
003970     END-IF.
003980     ADD 1 TO HR20-ADD-COUNT.
003990     PERFORM 3800-PRINT-APPLIED
004000         THRU 3800-PRINT-APPLIED-EXIT.
004010 3200-APPLY-ADD-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    3300-APPLY-CHANGE - REWRITE THE AFTER IMAGE, PROVIDED THE    *
004060*    MASTER RECORD IS STILL EXACTLY THE ENTRY'S BEFORE IMAGE.     *
004070******************************************************************
004080 3300-APPLY-CHANGE.
004090     PERFORM 3500-READ-FOR-ENTRY
004100         THRU 3500-READ-FOR-ENTRY-EXIT.
004110     IF NOT HR20-RECORD-FOUND
004120         GO TO 3300-APPLY-CHANGE-EXIT
004130     END-IF.
004140     MOVE JRNL-AFTER-IMAGE TO EMP-MASTER-RECORD.
004150     REWRITE EMP-MASTER-RECORD.
004160     IF HR20-EMPMSTR-STATUS NOT = '00'
004170         DISPLAY 'EMPRCVRY: REWRITE FAILED FOR '
004180             JRNL-EMPLOYEE-ID
004190             ' STATUS=' HR20-EMPMSTR-STATUS
004200         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
004210     END-IF.
004220     ADD 1 TO HR20-CHANGE-COUNT.
004230     PERFORM 3800-PRINT-APPLIED
004240         THRU 3800-PRINT-APPLIED-EXIT.
004250 3300-APPLY-CHANGE-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    3400-APPLY-DELETE - DELETE THE RECORD, PROVIDED IT IS STILL  *
004300*    EXACTLY THE ENTRY'S BEFORE IMAGE.                            *
004310******************************************************************
004320 3400-APPLY-DELETE.
004330     PERFORM 3500-READ-FOR-ENTRY
004340         THRU 3500-READ-FOR-ENTRY-EXIT.
004350     IF NOT HR20-RECORD-FOUND
004360         GO TO 3400-APPLY-DELETE-EXIT
004370     END-IF.
004380     DELETE EMPLOYEE-MASTER.
004390     IF HR20-EMPMSTR-STATUS NOT = '00'
004400         DISPLAY 'EMPRCVRY: DELETE FAILED FOR '
004410             JRNL-EMPLOYEE-ID
004420             ' STATUS=' HR20-EMPMSTR-STATUS
004430         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
004440     END-IF.
004450     ADD 1 TO HR20-DELETE-COUNT.
004460     PERFORM 3800-PRINT-APPLIED
004470         THRU 3800-PRINT-APPLIED-EXIT.
004480 3400-APPLY-DELETE-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*    3500-READ-FOR-ENTRY - READ THE MASTER RECORD A CHANGE OR     *
004530*    DELETE ENTRY APPLIES TO AND CHECK IT AGAINST THE BEFORE      *
004540*    IMAGE.  THE FOUND SWITCH IS SET ONLY WHEN THE ENTRY CAN BE   *
004550*    APPLIED; EITHER FAILURE IS REPORTED HERE.                    *
004560******************************************************************
004570 3500-READ-FOR-ENTRY.
004580     MOVE 'N' TO HR20-RECORD-FOUND-SWITCH.
004590     MOVE JRNL-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
004600     READ EMPLOYEE-MASTER
004610         INVALID KEY
004620             MOVE 'RECORD NOT ON FILE' TO HR20-REASON
004630             PERFORM 3900-PRINT-NOT-APPLIED
004640                 THRU 3900-PRINT-NOT-APPLIED-EXIT
004650             GO TO 3500-READ-FOR-ENTRY-EXIT
004660     END-READ.
004670     IF HR20-EMPMSTR-STATUS NOT = '00'
004680         DISPLAY 'EMPRCVRY: READ FAILED FOR '
004690             JRNL-EMPLOYEE-ID
004700             ' STATUS=' HR20-EMPMSTR-STATUS
004710         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
004720     END-IF.
004730     IF EMP-MASTER-RECORD NOT = JRNL-BEFORE-IMAGE
004740         MOVE 'MASTER RECORD DOES NOT MATCH BEFORE IMAGE'
004750             TO HR20-REASON
004760         PERFORM 3900-PRINT-NOT-APPLIED
004770             THRU 3900-PRINT-NOT-APPLIED-EXIT
004780         GO TO 3500-READ-FOR-ENTRY-EXIT
004790     END-IF.
004800     MOVE 'Y' TO HR20-RECORD-FOUND-SWITCH.
004810 3500-READ-FOR-ENTRY-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    3800-PRINT-APPLIED - ONE LINE PER ENTRY RE-APPLIED: ACTION,  *
004860*    EMPLOYEE, WHEN THE CHANGE WAS ORIGINALLY MADE AND WHERE IT   *
004870*    CAME FROM (TERMINAL/OPERATOR, OR 'BTCH' AND THE PROGRAM).    *
004880******************************************************************
004890 3800-PRINT-APPLIED.
004900     MOVE SPACES TO RCVRPT-RECORD.
004910     STRING 'APPLIED     '               DELIMITED BY SIZE
004920            HR20-ACTION-LABEL            DELIMITED BY SIZE
004930            '  '                         DELIMITED BY SIZE
004940            JRNL-EMPLOYEE-ID             DELIMITED BY SIZE
004950            '  '                         DELIMITED BY SIZE
004960            JRNL-CHANGE-DATE             DELIMITED BY SIZE
004970            ' '                          DELIMITED BY SIZE
004980            JRNL-CHANGE-TIME             DELIMITED BY SIZE
004990            '  '                         DELIMITED BY SIZE
005000            JRNL-TERMINAL-ID             DELIMITED BY SIZE
005010            '  '                         DELIMITED BY SIZE
005020            JRNL-OPERATOR-ID             DELIMITED BY SIZE
005030         INTO RCVRPT-RECORD
005040     END-STRING.
005050     WRITE RCVRPT-RECORD.
005060 3800-PRINT-APPLIED-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100*    3900-PRINT-NOT-APPLIED - THE SAME LINE AS AN APPLIED ENTRY   *
005110*    FOLLOWED BY THE REASON.  THE MASTER IS NOT TOUCHED.          *
005120******************************************************************
005130 3900-PRINT-NOT-APPLIED.
005140     ADD 1 TO HR20-NOT-APPLIED-COUNT.
005150     MOVE SPACES TO RCVRPT-RECORD.
005160     STRING 'NOT APPLIED '               DELIMITED BY SIZE
005170            HR20-ACTION-LABEL            DELIMITED BY SIZE
005180            '  '                         DELIMITED BY SIZE
005190            JRNL-EMPLOYEE-ID             DELIMITED BY SIZE
005200            '  '                         DELIMITED BY SIZE
005210            JRNL-CHANGE-DATE             DELIMITED BY SIZE
005220            ' '                          DELIMITED BY SIZE
005230            JRNL-CHANGE-TIME             DELIMITED BY SIZE
005240            '  '                         DELIMITED BY SIZE
005250            JRNL-TERMINAL-ID             DELIMITED BY SIZE
005260            '  '                         DELIMITED BY SIZE
005270            JRNL-OPERATOR-ID             DELIMITED BY SIZE
005280         INTO RCVRPT-RECORD
005290     END-STRING.
005300     WRITE RCVRPT-RECORD.
005310     MOVE SPACES TO RCVRPT-RECORD.
005320     STRING '            REASON: '       DELIMITED BY SIZE
005330            HR20-REASON                  DELIMITED BY SIZE
005340         INTO RCVRPT-RECORD
005350     END-STRING.
005360     WRITE RCVRPT-RECORD.
005370 3900-PRINT-NOT-APPLIED-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    9000-TERMINATE - PRINT THE TOTALS, CLOSE FILES AND SET THE   *
005420*    RETURN CODE.  ENTRIES IN THE WINDOW = ADDS + CHANGES +       *
005430*    DELETES + NOT APPLIED (LESS ANY UNUSABLE RECORDS, WHICH ARE  *
005440*    COUNTED AS NOT APPLIED BUT NEVER REACH THE WINDOW).          *
005450******************************************************************
005460 9000-TERMINATE.
005470     MOVE SPACES TO RCVRPT-RECORD.
005480     WRITE RCVRPT-RECORD.
005490     MOVE SPACES TO RCVRPT-RECORD.
005500     STRING 'JOURNAL RECORDS READ: '     DELIMITED BY SIZE
005510            HR20-JOURNAL-COUNT           DELIMITED BY SIZE
005520            '  BEFORE WINDOW: '          DELIMITED BY SIZE
005530            HR20-BEFORE-WINDOW-COUNT     DELIMITED BY SIZE
005540            '  AFTER WINDOW: '           DELIMITED BY SIZE
005550            HR20-AFTER-WINDOW-COUNT      DELIMITED BY SIZE
005560         INTO RCVRPT-RECORD
005570     END-STRING.
005580     WRITE RCVRPT-RECORD.
005590     DISPLAY RCVRPT-RECORD.
005600     MOVE SPACES TO RCVRPT-RECORD.
005610     STRING 'ENTRIES IN WINDOW: '        DELIMITED BY SIZE
005620            HR20-WINDOW-COUNT            DELIMITED BY SIZE
005630            '  NOT APPLIED: '            DELIMITED BY SIZE
005640            HR20-NOT-APPLIED-COUNT       DELIMITED BY SIZE
005650         INTO RCVRPT-RECORD
005660     END-STRING.
005670     WRITE RCVRPT-RECORD.
005680     DISPLAY RCVRPT-RECORD.
005690     MOVE SPACES TO RCVRPT-RECORD.
005700     STRING 'APPLIED - ADDS: '           DELIMITED BY SIZE
005710            HR20-ADD-COUNT               DELIMITED BY SIZE
005720            '  CHANGES: '                DELIMITED BY SIZE
005730            HR20-CHANGE-COUNT            DELIMITED BY SIZE
005740            '  DELETES: '                DELIMITED BY SIZE
005750            HR20-DELETE-COUNT            DELIMITED BY SIZE
005760         INTO RCVRPT-RECORD
005770     END-STRING.
005780     WRITE RCVRPT-RECORD.
005790     DISPLAY RCVRPT-RECORD.
005800     CLOSE JOURNAL-FILE.
005810     CLOSE EMPLOYEE-MASTER.
005820     CLOSE RECOVERY-REPORT.
005830     IF HR20-NOT-APPLIED-COUNT > ZERO
005840         MOVE 4 TO RETURN-CODE
005850     END-IF.
005860 9000-TERMINATE-EXIT.
005870     EXIT.
