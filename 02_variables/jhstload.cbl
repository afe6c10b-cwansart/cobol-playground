000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JHSTLOAD.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  JHSTLOAD                                     *
000100*    DESCRIPTION :  MORNING REBUILD OF THE KEYED CHANGE-HISTORY  *
000110*                   FILE (JRNLHIST LAYOUT) THAT THE EMPH ONLINE   *
000120*                   INQUIRY BROWSES.  READS THE EMPJRNL DD - THE  *
000130*                   ONLINE DATASET FED BY THE EMPJ TD QUEUE       *
000140*                   CONCATENATED WITH THE BATCH JOURNAL - SORTS   *
000150*                   IT BY EMPLOYEE ID WITH THE NEWEST CHANGE      *
000160*                   FIRST, AND WRITES ONE HISTORY RECORD FOR      *
000170*                   EACH MASTER FIELD WHOSE BEFORE AND AFTER      *
000180*                   VALUES DIFFER.  AN ADD (NO BEFORE IMAGE) OR   *
000190*                   A PURGE (NO AFTER IMAGE) THEREFORE SHOWS      *
000200*                   EVERY FIELD; A REWRITE THAT CHANGED NOTHING   *
000210*                   GETS A SINGLE 'NO CHANGE' ROW SO THE ENTRY    *
000220*                   IS STILL VISIBLE.  BOTH JOURNALS ACCUMULATE,  *
000230*                   SO THE FILE IS RELOADED IN FULL EVERY RUN -   *
000240*                   THE CLUSTER IS DEFINED REUSE AND THE OPEN     *
000250*                   OUTPUT EMPTIES IT.  JOURNAL RECORDS WITH A    *
000260*                   BLANK ID OR A NON-NUMERIC DATE/TIME ARE       *
000270*                   SKIPPED AND COUNTED (RC 4).                   *
000280*                                                                 *
000290*    MODIFICATION HISTORY                                        *
000300*    ----------------------------------------------------------  *
000310*    DATE       INIT  DESCRIPTION                                 *
000320*    ---------- ----  --------------------------------------      *
000330*    2026-10-10 DWL   ORIGINAL VERSION.                            *
000340*                                                                 *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT JOURNAL-FILE
000400         ASSIGN TO "EMPJRNL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS HR20-EMPJRNL-STATUS.
000430
000440     SELECT HISTORY-FILE
000450         ASSIGN TO "JRNLHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS HST-HISTORY-KEY
000490         FILE STATUS IS HR20-JRNLHIST-STATUS.
000500
000510     SELECT JOURNAL-SORT
000520         ASSIGN TO "SORTWK".
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  JOURNAL-FILE.
000570 01  EMPJRNL-RECORD                  PIC X(150).
000580
000590 FD  HISTORY-FILE.
000600     COPY JRNLHIST.
000610
000620 SD  JOURNAL-SORT.
000630 01  SORT-JRNL-RECORD.
000640     05  SORT-EMPLOYEE-ID            PIC X(06).
000650     05  SORT-CHANGE-DATE            PIC 9(08).
000660     05  SORT-CHANGE-TIME            PIC 9(06).
000670     05  FILLER                      PIC X(130).
000680
000690 WORKING-STORAGE SECTION.
000700******************************************************************
000710*    PROGRAM SWITCHES AND COUNTERS.                               *
000720******************************************************************
000730 01  HR20-SWITCHES.
000740     05  HR20-EMPJRNL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000750         88  HR20-EMPJRNL-EOF            VALUE 'Y'.
000760     05  HR20-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
000770         88  HR20-SORT-EOF               VALUE 'Y'.
000780     05  HR20-FIELD-CHANGED-SWITCH   PIC X(01) VALUE 'N'.
000790         88  HR20-FIELD-CHANGED          VALUE 'Y'.
000800
000810 01  HR20-COUNTERS.
000820     05  HR20-JOURNAL-COUNT          PIC 9(07) VALUE ZERO.
000830     05  HR20-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.
000840     05  HR20-HISTORY-COUNT          PIC 9(07) VALUE ZERO.
000850     05  HR20-EMPLOYEE-COUNT         PIC 9(07) VALUE ZERO.
000860
000870 01  HR20-FILE-STATUSES.
000880     05  HR20-EMPJRNL-STATUS         PIC X(02).
000890     05  HR20-JRNLHIST-STATUS        PIC X(02).
000900
000910 01  HR20-PREVIOUS-ID                PIC X(06) VALUE LOW-VALUES.
000920 01  HR20-PREVIOUS-STAMP.
000930     05  HR20-PREVIOUS-STAMP-ID      PIC X(06) VALUE LOW-VALUES.
000940     05  HR20-PREVIOUS-STAMP-DATE    PIC 9(08) VALUE ZERO.
000950     05  HR20-PREVIOUS-STAMP-TIME    PIC 9(06) VALUE ZERO.
000960 01  HR20-STAMP-SEQUENCE             PIC 9(04) VALUE ZERO.
000970 01  HR20-FIELD-SUB                  PIC 9(03) COMP.
000980 01  HR20-FIELD-OFFSET               PIC 9(03) COMP.
000990 01  HR20-FIELD-LENGTH               PIC 9(03) COMP.
001000
001010******************************************************************
001020*    MASTER FIELDS COMPARED BETWEEN THE BEFORE AND AFTER IMAGES,  *
001030*    IN SCREEN ORDER - NAME AS SHOWN, OFFSET AND LENGTH WITHIN    *
001040*    THE 55-BYTE EMPREC IMAGE.  THE EMPLOYEE ID IS THE KEY AND    *
001050*    NEVER CHANGES, SO IT IS NOT LISTED.                          *
001060******************************************************************
001070 01  HR20-FIELD-TABLE-VALUES.
001080     05  FILLER                      PIC X(15)
001090                                     VALUE 'FIRST NAME00815'.
001100     05  FILLER                      PIC X(15)
001110                                     VALUE 'LAST NAME 02315'.
001120     05  FILLER                      PIC X(15)
001130                                     VALUE 'GENDER    00701'.
001140     05  FILLER                      PIC X(15)
001150                                     VALUE 'DEPT CODE 03804'.
001160     05  FILLER                      PIC X(15)
001170                                     VALUE 'HIRE DATE 04208'.
001180     05  FILLER                      PIC X(15)
001190                                     VALUE 'STATUS    05001'.
001200 01  HR20-FIELD-TABLE REDEFINES HR20-FIELD-TABLE-VALUES.
001210     05  HR20-FIELD-ENTRY OCCURS 6 TIMES.
001220         10  HR20-FIELD-NAME         PIC X(10).
001230         10  HR20-FIELD-START        PIC 9(03).
001240         10  HR20-FIELD-SIZE         PIC 9(02).
001250
001260     COPY EMPJRNL.
001270
001280 PROCEDURE DIVISION.
001290******************************************************************
001300*    0000-MAINLINE - THE SORT DRIVES THE RUN: THE INPUT           *
001310*    PROCEDURE RELEASES THE USABLE JOURNAL RECORDS AND THE        *
001320*    OUTPUT PROCEDURE WRITES THE HISTORY FILE IN KEY ORDER.       *
001330******************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001360     SORT JOURNAL-SORT
001370         ON ASCENDING KEY SORT-EMPLOYEE-ID
001380            DESCENDING KEY SORT-CHANGE-DATE
001390                           SORT-CHANGE-TIME
001400         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
001410             THRU 2000-RELEASE-JOURNAL-EXIT
001420         OUTPUT PROCEDURE IS 3000-LOAD-HISTORY
001430             THRU 3000-LOAD-HISTORY-EXIT.
001440     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001450     STOP RUN.
001460
001470******************************************************************
001480*    1000-INITIALIZE - OPEN FILES.  OPEN OUTPUT ON THE REUSE      *
001490*    CLUSTER RESETS IT TO EMPTY FOR THE RELOAD.                   *
001500******************************************************************
001510 1000-INITIALIZE.
001520     OPEN INPUT JOURNAL-FILE.
001530     OPEN OUTPUT HISTORY-FILE.
001540     IF HR20-EMPJRNL-STATUS NOT = '00' AND
001550        HR20-EMPJRNL-STATUS NOT = '05'
001560         DISPLAY 'JHSTLOAD: UNABLE TO OPEN JOURNAL-FILE, '
001570             'STATUS=' HR20-EMPJRNL-STATUS
001580         GO TO 1000-INITIALIZE-ABEND
001590     END-IF.
001600     IF HR20-JRNLHIST-STATUS NOT = '00'
001610         DISPLAY 'JHSTLOAD: UNABLE TO OPEN HISTORY-FILE, '
001620             'STATUS=' HR20-JRNLHIST-STATUS
001630         GO TO 1000-INITIALIZE-ABEND
001640     END-IF.
001650     GO TO 1000-INITIALIZE-EXIT.
001660 1000-INITIALIZE-ABEND.
001670     MOVE 16 TO RETURN-CODE.
001680     STOP RUN.
001690 1000-INITIALIZE-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730*    2000-RELEASE-JOURNAL - READ EVERY JOURNAL RECORD AND         *
001740*    RELEASE THE USABLE ONES TO THE SORT.                         *
001750******************************************************************
001760 2000-RELEASE-JOURNAL.
001770     PERFORM 2100-RELEASE-RECORD
001780         THRU 2100-RELEASE-RECORD-EXIT
001790         UNTIL HR20-EMPJRNL-EOF.
001800 2000-RELEASE-JOURNAL-EXIT.
001810     EXIT.
001820
001830 2100-RELEASE-RECORD.
001840     READ JOURNAL-FILE
001850         AT END
001860             MOVE 'Y' TO HR20-EMPJRNL-EOF-SWITCH
001870             GO TO 2100-RELEASE-RECORD-EXIT
001880         NOT AT END
001890             CONTINUE
001900     END-READ.
001910     ADD 1 TO HR20-JOURNAL-COUNT.
001920     MOVE EMPJRNL-RECORD TO JRNL-RECORD.
001930******************************************************************
001940*    A RECORD THAT CANNOT BE KEYED CANNOT BE BROWSED - COUNT IT   *
001950*    SO THE JOB LOG SHOWS THE JOURNAL NEEDS A LOOK.               *
001960******************************************************************
001970     IF JRNL-EMPLOYEE-ID = SPACES OR
001980        JRNL-CHANGE-DATE NOT NUMERIC OR
001990        JRNL-CHANGE-TIME NOT NUMERIC
002000         ADD 1 TO HR20-SKIPPED-COUNT
002010         DISPLAY 'JHSTLOAD: JOURNAL RECORD '
002020             HR20-JOURNAL-COUNT ' SKIPPED - NO USABLE '
002030             'ID/DATE/TIME'
002040         GO TO 2100-RELEASE-RECORD-EXIT
002050     END-IF.
002060     MOVE JRNL-RECORD TO SORT-JRNL-RECORD.
002070     RELEASE SORT-JRNL-RECORD.
002080 2100-RELEASE-RECORD-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120*    3000-LOAD-HISTORY - RETURN THE SORTED JOURNAL AND WRITE      *
002130*    ITS FIELD-LEVEL HISTORY RECORDS.                             *
002140******************************************************************
002150 3000-LOAD-HISTORY.
002160     PERFORM 3100-RETURN-AND-LOAD
002170         THRU 3100-RETURN-AND-LOAD-EXIT
002180         UNTIL HR20-SORT-EOF.
002190 3000-LOAD-HISTORY-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230*    3100-RETURN-AND-LOAD - RETURN THE NEXT JOURNAL ENTRY.  THE   *
002240*    ROW SEQUENCE RESTARTS FOR EACH NEW EMPLOYEE/DATE/TIME, AND   *
002250*    CARRIES ON ACROSS ENTRIES STAMPED IN THE SAME SECOND SO      *
002260*    THEIR KEYS STAY UNIQUE.                                      *
002270******************************************************************
002280 3100-RETURN-AND-LOAD.
002290     RETURN JOURNAL-SORT INTO JRNL-RECORD
002300         AT END
002310             MOVE 'Y' TO HR20-SORT-EOF-SWITCH
002320             GO TO 3100-RETURN-AND-LOAD-EXIT
002330     END-RETURN.
002340     IF JRNL-EMPLOYEE-ID NOT = HR20-PREVIOUS-ID
002350         ADD 1 TO HR20-EMPLOYEE-COUNT
002360         MOVE JRNL-EMPLOYEE-ID TO HR20-PREVIOUS-ID
002370     END-IF.
002380     IF JRNL-EMPLOYEE-ID NOT = HR20-PREVIOUS-STAMP-ID OR
002390        JRNL-CHANGE-DATE NOT = HR20-PREVIOUS-STAMP-DATE OR
002400        JRNL-CHANGE-TIME NOT = HR20-PREVIOUS-STAMP-TIME
002410         MOVE JRNL-EMPLOYEE-ID TO HR20-PREVIOUS-STAMP-ID
002420         MOVE JRNL-CHANGE-DATE TO HR20-PREVIOUS-STAMP-DATE
002430         MOVE JRNL-CHANGE-TIME TO HR20-PREVIOUS-STAMP-TIME
002440         MOVE ZERO TO HR20-STAMP-SEQUENCE
002450     END-IF.
002460     MOVE 'N' TO HR20-FIELD-CHANGED-SWITCH.
002470     PERFORM 3200-COMPARE-FIELD
002480         THRU 3200-COMPARE-FIELD-EXIT
002490         VARYING HR20-FIELD-SUB FROM 1 BY 1
002500         UNTIL HR20-FIELD-SUB > 6.
002510     IF NOT HR20-FIELD-CHANGED
002520         PERFORM 3300-BUILD-HISTORY-KEY
002530             THRU 3300-BUILD-HISTORY-KEY-EXIT
002540         MOVE 'NO CHANGE' TO HST-FIELD-NAME
002550         PERFORM 3400-WRITE-HISTORY
002560             THRU 3400-WRITE-HISTORY-EXIT
002570     END-IF.
002580 3100-RETURN-AND-LOAD-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    3200-COMPARE-FIELD - ONE MASTER FIELD: WHEN THE BEFORE AND   *
002630*    AFTER IMAGES DISAGREE, WRITE A HISTORY ROW CARRYING BOTH     *
002640*    VALUES.                                                      *
002650******************************************************************
002660 3200-COMPARE-FIELD.
002670     MOVE HR20-FIELD-START (HR20-FIELD-SUB) TO HR20-FIELD-OFFSET.
002680     MOVE HR20-FIELD-SIZE (HR20-FIELD-SUB) TO HR20-FIELD-LENGTH.
002690     IF JRNL-BEFORE-IMAGE (HR20-FIELD-OFFSET:HR20-FIELD-LENGTH) =
002700        JRNL-AFTER-IMAGE (HR20-FIELD-OFFSET:HR20-FIELD-LENGTH)
002710         GO TO 3200-COMPARE-FIELD-EXIT
002720     END-IF.
002730     MOVE 'Y' TO HR20-FIELD-CHANGED-SWITCH.
002740     PERFORM 3300-BUILD-HISTORY-KEY
002750         THRU 3300-BUILD-HISTORY-KEY-EXIT.
002760     MOVE HR20-FIELD-NAME (HR20-FIELD-SUB) TO HST-FIELD-NAME.
002770     MOVE JRNL-BEFORE-IMAGE (HR20-FIELD-OFFSET:HR20-FIELD-LENGTH)
002780         TO HST-BEFORE-VALUE.
002790     MOVE JRNL-AFTER-IMAGE (HR20-FIELD-OFFSET:HR20-FIELD-LENGTH)
002800         TO HST-AFTER-VALUE.
002810     PERFORM 3400-WRITE-HISTORY
002820         THRU 3400-WRITE-HISTORY-EXIT.
002830 3200-COMPARE-FIELD-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    3300-BUILD-HISTORY-KEY - START A HISTORY RECORD FOR THE      *
002880*    CURRENT JOURNAL ENTRY.  DATE AND TIME ARE SUBTRACTED FROM    *
002890*    ALL NINES SO THE NEWEST CHANGE SORTS FIRST IN THE KEY.       *
002900******************************************************************
002910 3300-BUILD-HISTORY-KEY.
002920     MOVE SPACES TO HST-HISTORY-RECORD.
002930     ADD 1 TO HR20-STAMP-SEQUENCE.
002940     MOVE JRNL-EMPLOYEE-ID TO HST-EMPLOYEE-ID.
002950     COMPUTE HST-REVERSE-DATE = 99999999 - JRNL-CHANGE-DATE.
002960     COMPUTE HST-REVERSE-TIME = 999999 - JRNL-CHANGE-TIME.
002970     MOVE HR20-STAMP-SEQUENCE TO HST-SEQUENCE.
002980     MOVE JRNL-CHANGE-DATE TO HST-CHANGE-DATE.
002990     MOVE JRNL-CHANGE-TIME TO HST-CHANGE-TIME.
003000     MOVE JRNL-TERMINAL-ID TO HST-TERMINAL-ID.
003010     MOVE JRNL-OPERATOR-ID TO HST-OPERATOR-ID.
003020 3300-BUILD-HISTORY-KEY-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    3400-WRITE-HISTORY - WRITE ONE HISTORY RECORD.  THE SORT     *
003070*    ORDER IS THE KEY ORDER, SO A REJECTED WRITE MEANS THE RUN    *
003080*    HAS GONE WRONG - STOP RATHER THAN LOAD A PARTIAL FILE.       *
003090******************************************************************
003100 3400-WRITE-HISTORY.
003110     WRITE HST-HISTORY-RECORD
003120         INVALID KEY
003130             DISPLAY 'JHSTLOAD: HISTORY WRITE FAILED, KEY='
003140                 HST-HISTORY-KEY ' STATUS='
003150                 HR20-JRNLHIST-STATUS
003160             GO TO 3400-WRITE-HISTORY-ABEND
003170     END-WRITE.
003180     ADD 1 TO HR20-HISTORY-COUNT.
003190     GO TO 3400-WRITE-HISTORY-EXIT.
003200 3400-WRITE-HISTORY-ABEND.
003210     CLOSE JOURNAL-FILE.
003220     CLOSE HISTORY-FILE.
003230     MOVE 16 TO RETURN-CODE.
003240     STOP RUN.
003250 3400-WRITE-HISTORY-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    9000-TERMINATE - CLOSE FILES, REPORT THE COUNTS AND SET      *
003300*    RC 4 WHEN ANY JOURNAL RECORD WAS SKIPPED.                    *
003310******************************************************************
003320 9000-TERMINATE.
003330     CLOSE JOURNAL-FILE.
003340     CLOSE HISTORY-FILE.
003350     DISPLAY 'JHSTLOAD: JOURNAL RECORDS READ:    '
003360         HR20-JOURNAL-COUNT.
003370     DISPLAY 'JHSTLOAD: JOURNAL RECORDS SKIPPED: '
003380         HR20-SKIPPED-COUNT.
003390     DISPLAY 'JHSTLOAD: EMPLOYEES WITH HISTORY:  '
003400         HR20-EMPLOYEE-COUNT.
003410     DISPLAY 'JHSTLOAD: HISTORY RECORDS WRITTEN: '
003420         HR20-HISTORY-COUNT.
003430     IF HR20-SKIPPED-COUNT > ZERO
003440         MOVE 4 TO RETURN-CODE
003450     END-IF.
003460 9000-TERMINATE-EXIT.
003470     EXIT.
