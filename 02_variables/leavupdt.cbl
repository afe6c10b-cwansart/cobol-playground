000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LEAVUPDT.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  LEAVUPDT                                     *
000100*    DESCRIPTION :  OPENS AND CLOSES LEAVE-OF-ABSENCE RECORDS     *
000110*                   (LEAVEREC LAYOUT) FROM THE HR-FEED.  RUNS IN  *
000120*                   VARJOB AFTER THE UPDATE STEP.  HR IS THE      *
000130*                   SYSTEM OF RECORD FOR LEAVE AS IT IS FOR THE   *
000140*                   MASTER FIELDS, SO FOR EVERY FEED DETAIL:      *
000150*                     - STATUS 'L' WITH NO OPEN LEAVE RECORD -    *
000160*                       THE FEED'S LEAVE TYPE, START DATE AND     *
000170*                       EXPECTED RETURN DATE OPEN ONE             *
000180*                     - STATUS 'L' WITH THE SAME START DATE AS    *
000190*                       THE OPEN RECORD - A CHANGED TYPE OR       *
000200*                       EXPECTED RETURN IS APPLIED TO IT          *
000210*                     - STATUS 'L' WITH A DIFFERENT START DATE -  *
000220*                       THE OPEN RECORD IS CLOSED AND A NEW ONE   *
000230*                       OPENED                                    *
000240*                     - ANY OTHER STATUS WITH AN OPEN LEAVE       *
000250*                       RECORD - THE RECORD IS CLOSED             *
000260*                   A FEED CLOSE IS DATED WITH THE FEED'S HDR     *
000270*                   DATE, THE FIRST DAY THE FEED SHOWED THE       *
000280*                   CHANGE.  CLOSED RECORDS ARE NEVER DELETED -   *
000290*                   THEY ARE THE LEAVE HISTORY.  THE LEAVE DATES  *
000300*                   ARE EDITED THROUGH THE SHARED DATEVAL         *
000310*                   SUBPROGRAM (THE EXPECTED RETURN AS A FORWARD  *
000320*                   DATE); A DETAIL FAILING THE EDIT GOES TO THE  *
000330*                   REJECT REPORT AND THE LEAVE FILE IS LEFT      *
000340*                   ALONE, THE SAME HANDLING EMPUPDT GIVES ITS    *
000350*                   REJECTS.                                      *
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
000470     SELECT HR-FEED
000480         ASSIGN TO "HRFEED"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HR20-HRFEED-STATUS.
000510
000520     SELECT LEAVE-FILE
000530         ASSIGN TO "LEAVFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS LV-LEAVE-KEY
000570         FILE STATUS IS HR20-LEAVFILE-STATUS.
000580
000590     SELECT LEAVE-REPORT
000600         ASSIGN TO "LEAVRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS HR20-LEAVRPT-STATUS.
000630
000640     SELECT REJECT-REPORT
000650         ASSIGN TO "LEAVREJ"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HR20-LEAVREJ-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  HR-FEED.
000720     COPY HRFEED.
000730
000740 FD  LEAVE-FILE.
000750     COPY LEAVEREC.
000760
000770 FD  LEAVE-REPORT.
000780 01  LEAVRPT-RECORD                  PIC X(80).
000790
000800 FD  REJECT-REPORT.
000810 01  LEAVREJ-RECORD                  PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    PROGRAM SWITCHES AND COUNTERS.                               *
000860******************************************************************
000870 01  HR20-SWITCHES.
000880     05  HR20-HRFEED-EOF-SWITCH      PIC X(01) VALUE 'N'.
000890         88  HR20-HRFEED-EOF             VALUE 'Y'.
000900     05  HR20-SCAN-DONE-SWITCH       PIC X(01) VALUE 'N'.
000910         88  HR20-SCAN-DONE              VALUE 'Y'.
000920     05  HR20-OPEN-FOUND-SWITCH      PIC X(01) VALUE 'N'.
000930         88  HR20-OPEN-LEAVE-FOUND       VALUE 'Y'.
000940     05  HR20-LEAVE-EDIT-SWITCH      PIC X(01) VALUE 'N'.
000950         88  HR20-LEAVE-FIELDS-OK        VALUE 'Y'.
000960     05  HR20-START-VALID-SWITCH     PIC X(01) VALUE 'Y'.
000970         88  HR20-START-DATE-OK          VALUE 'Y'.
000980     05  HR20-RETURN-VALID-SWITCH    PIC X(01) VALUE 'Y'.
000990         88  HR20-RETURN-DATE-OK         VALUE 'Y'.
001000
001010 01  HR20-COUNTERS.
001020     05  HR20-FEED-READ-COUNT        PIC 9(07) VALUE ZERO.
001030     05  HR20-ON-LEAVE-COUNT         PIC 9(07) VALUE ZERO.
001040     05  HR20-OPENED-COUNT           PIC 9(07) VALUE ZERO.
001050     05  HR20-CHANGED-COUNT          PIC 9(07) VALUE ZERO.
001060     05  HR20-CLOSED-COUNT           PIC 9(07) VALUE ZERO.
001070     05  HR20-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
001080
001090 01  HR20-FILE-STATUSES.
001100     05  HR20-HRFEED-STATUS          PIC X(02).
001110     05  HR20-LEAVFILE-STATUS        PIC X(02).
001120     05  HR20-LEAVRPT-STATUS         PIC X(02).
001130     05  HR20-LEAVREJ-STATUS         PIC X(02).
001140
001150 01  HR20-RUN-DATE                   PIC 9(08).
001160 01  HR20-FEED-DATE                  PIC 9(08) VALUE ZERO.
001170
001180******************************************************************
001190*    KEY OF THE EMPLOYEE'S OPEN LEAVE RECORD, SAVED DURING THE    *
001200*    SCAN SO IT CAN BE RE-READ BY KEY FOR THE REWRITE.            *
001210******************************************************************
001220 01  HR20-OPEN-LEAVE-KEY             PIC X(14).
001230
001240******************************************************************
001250*    REPORT LINE WORK FIELDS.                                     *
001260******************************************************************
001270 01  HR20-LINE-LABEL                 PIC X(10).
001280 01  HR20-DATE-LABEL                 PIC X(09).
001290 01  HR20-LINE-DATE                  PIC 9(08).
001300 01  HR20-REJECT-REASON              PIC X(40).
001310
001320 PROCEDURE DIVISION.
001330******************************************************************
001340*    0000-MAINLINE                                                *
001350******************************************************************
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001380     PERFORM 2000-PROCESS-FEED THRU 2000-PROCESS-FEED-EXIT
001390         UNTIL HR20-HRFEED-EOF.
001400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001410     STOP RUN.
001420
001430******************************************************************
001440*    1000-INITIALIZE - OPEN FILES, PRINT THE REPORT HEADING AND   *
001450*    PRIME THE FEED.                                              *
001460******************************************************************
001470 1000-INITIALIZE.
001480     OPEN INPUT HR-FEED.
001490     OPEN I-O LEAVE-FILE.
001500     OPEN OUTPUT LEAVE-REPORT.
001510     OPEN OUTPUT REJECT-REPORT.
001520     PERFORM 1500-VERIFY-OPEN-STATUS
001530         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001540     ACCEPT HR20-RUN-DATE FROM DATE YYYYMMDD.
001550     MOVE SPACES TO LEAVRPT-RECORD.
001560     STRING 'LEAVE FILE UPDATE FROM HR-FEED - RUN DATE '
001570                                         DELIMITED BY SIZE
001580            HR20-RUN-DATE                DELIMITED BY SIZE
001590         INTO LEAVRPT-RECORD
001600     END-STRING.
001610     WRITE LEAVRPT-RECORD.
001620     MOVE SPACES TO LEAVRPT-RECORD.
001630     WRITE LEAVRPT-RECORD.
001640     PERFORM 2200-READ-HR-FEED
001650         THRU 2200-READ-HR-FEED-EXIT.
001660 1000-INITIALIZE-EXIT.
001670     EXIT.
001680
001690******************************************************************
001700*    1500-VERIFY-OPEN-STATUS - CONFIRM ALL FOUR FILES OPENED      *
001710*    CLEANLY BEFORE THE LEAVE FILE IS TOUCHED.                    *
001720******************************************************************
001730 1500-VERIFY-OPEN-STATUS.
001740     IF HR20-HRFEED-STATUS NOT = '00'
001750         DISPLAY 'LEAVUPDT: UNABLE TO OPEN HR-FEED, '
001760             'STATUS=' HR20-HRFEED-STATUS
001770         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001780     END-IF.
001790     IF HR20-LEAVFILE-STATUS NOT = '00'
001800         DISPLAY 'LEAVUPDT: UNABLE TO OPEN LEAVE-FILE, '
001810             'STATUS=' HR20-LEAVFILE-STATUS
001820         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001830     END-IF.
001840     IF HR20-LEAVRPT-STATUS NOT = '00'
001850         DISPLAY 'LEAVUPDT: UNABLE TO OPEN LEAVE-REPORT, '
001860             'STATUS=' HR20-LEAVRPT-STATUS
001870         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001880     END-IF.
001890     IF HR20-LEAVREJ-STATUS NOT = '00'
001900         DISPLAY 'LEAVUPDT: UNABLE TO OPEN REJECT-REPORT, '
001910             'STATUS=' HR20-LEAVREJ-STATUS
001920         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001930     END-IF.
001940     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001950 1500-VERIFY-OPEN-STATUS-ABEND.
001960     MOVE 16 TO RETURN-CODE.
001970     STOP RUN.
001980 1500-VERIFY-OPEN-STATUS-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020*    2000-PROCESS-FEED - ONE FEED DETAIL.  AN EMPLOYEE ON LEAVE   *
002030*    OPENS OR MAINTAINS A LEAVE RECORD; ANY OTHER STATUS CLOSES   *
002040*    THE OPEN ONE, IF THERE IS ONE.                               *
002050******************************************************************
002060 2000-PROCESS-FEED.
002070     ADD 1 TO HR20-FEED-READ-COUNT.
002080     IF HR-EMPLOY-STATUS = 'L'
002090         ADD 1 TO HR20-ON-LEAVE-COUNT
002100         PERFORM 4000-FEED-ON-LEAVE
002110             THRU 4000-FEED-ON-LEAVE-EXIT
002120     ELSE
002130         PERFORM 3000-FIND-OPEN-LEAVE
002140             THRU 3000-FIND-OPEN-LEAVE-EXIT
002150         IF HR20-OPEN-LEAVE-FOUND
002160             MOVE HR20-FEED-DATE TO LV-CLOSE-DATE
002170             PERFORM 5000-CLOSE-LEAVE
002180                 THRU 5000-CLOSE-LEAVE-EXIT
002190         END-IF
002200     END-IF.
002210     PERFORM 2200-READ-HR-FEED
002220         THRU 2200-READ-HR-FEED-EXIT.
002230 2000-PROCESS-FEED-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270*    2200-READ-HR-FEED - READ THE NEXT HR-FEED RECORD.  THE HDR   *
002280*    HEADER SUPPLIES THE FEED DATE THAT DATES A FEED CLOSE, AND   *
002290*    THE TRL TRAILER ENDS THE FEED.                               *
002300******************************************************************
002310 2200-READ-HR-FEED.
002320     READ HR-FEED
002330         AT END
002340             MOVE 'Y' TO HR20-HRFEED-EOF-SWITCH
002350             GO TO 2200-READ-HR-FEED-EXIT
002360         NOT AT END
002370             CONTINUE
002380     END-READ.
002390     IF HR-FEED-HEADER
002400         MOVE HR-HDR-FEED-DATE TO HR20-FEED-DATE
002410         GO TO 2200-READ-HR-FEED
002420     END-IF.
002430     IF HR-FEED-TRAILER
002440         MOVE 'Y' TO HR20-HRFEED-EOF-SWITCH
002450     END-IF.
002460 2200-READ-HR-FEED-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*    3000-FIND-OPEN-LEAVE - POSITION AT THE EMPLOYEE'S FIRST      *
002510*    LEAVE RECORD AND SCAN THAT EMPLOYEE'S RECORDS FOR THE OPEN   *
002520*    ONE.  WHEN ONE IS FOUND IT IS RE-READ BY KEY SO THE RECORD   *
002530*    AREA HOLDS IT FOR THE REWRITE.                               *
002540******************************************************************
002550 3000-FIND-OPEN-LEAVE.
002560     MOVE 'N' TO HR20-OPEN-FOUND-SWITCH.
002570     MOVE HR-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
002580     MOVE ZERO TO LV-START-DATE.
002590     START LEAVE-FILE KEY IS NOT LESS THAN LV-LEAVE-KEY
002600         INVALID KEY
002610             GO TO 3000-FIND-OPEN-LEAVE-EXIT
002620     END-START.
002630     MOVE 'N' TO HR20-SCAN-DONE-SWITCH.
002640     PERFORM 3100-SCAN-LEAVE THRU 3100-SCAN-LEAVE-EXIT
002650         UNTIL HR20-SCAN-DONE.
002660     IF NOT HR20-OPEN-LEAVE-FOUND
002670         GO TO 3000-FIND-OPEN-LEAVE-EXIT
002680     END-IF.
002690     MOVE HR20-OPEN-LEAVE-KEY TO LV-LEAVE-KEY.
002700     READ LEAVE-FILE
002710         INVALID KEY
002720             DISPLAY 'LEAVUPDT: RE-READ FAILED FOR '
002730                 HR20-OPEN-LEAVE-KEY
002740                 ' STATUS=' HR20-LEAVFILE-STATUS
002750             GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002760     END-READ.
002770 3000-FIND-OPEN-LEAVE-EXIT.
002780     EXIT.
002790
002800 3100-SCAN-LEAVE.
002810     READ LEAVE-FILE NEXT RECORD
002820         AT END
002830             MOVE 'Y' TO HR20-SCAN-DONE-SWITCH
002840             GO TO 3100-SCAN-LEAVE-EXIT
002850     END-READ.
002860     IF LV-EMPLOYEE-ID NOT = HR-EMPLOYEE-ID
002870         MOVE 'Y' TO HR20-SCAN-DONE-SWITCH
002880         GO TO 3100-SCAN-LEAVE-EXIT
002890     END-IF.
002900     IF LV-LEAVE-OPEN
002910         MOVE 'Y' TO HR20-OPEN-FOUND-SWITCH
002920         MOVE LV-LEAVE-KEY TO HR20-OPEN-LEAVE-KEY
002930     END-IF.
002940 3100-SCAN-LEAVE-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    4000-FEED-ON-LEAVE - THE FEED SAYS STATUS 'L'.  A DETAIL     *
002990*    WITHOUT LEAVE FIELDS LEAVES AN OPEN RECORD AS IT STANDS,     *
003000*    BUT WITH NO OPEN RECORD THERE IS NOTHING TO OPEN ONE FROM.   *
003010******************************************************************
003020 4000-FEED-ON-LEAVE.
003030     IF HR-LEAVE-TYPE = SPACES
003040         PERFORM 3000-FIND-OPEN-LEAVE
003050             THRU 3000-FIND-OPEN-LEAVE-EXIT
003060         IF NOT HR20-OPEN-LEAVE-FOUND
003070             MOVE 'STATUS L - NO LEAVE FIELDS ON FEED'
003080                 TO HR20-REJECT-REASON
003090             PERFORM 4900-WRITE-REJECT-LINE
003100                 THRU 4900-WRITE-REJECT-LINE-EXIT
003110         END-IF
003120         GO TO 4000-FEED-ON-LEAVE-EXIT
003130     END-IF.
003140     PERFORM 4100-EDIT-LEAVE-FIELDS
003150         THRU 4100-EDIT-LEAVE-FIELDS-EXIT.
003160     IF NOT HR20-LEAVE-FIELDS-OK
003170         GO TO 4000-FEED-ON-LEAVE-EXIT
003180     END-IF.
003190     PERFORM 3000-FIND-OPEN-LEAVE
003200         THRU 3000-FIND-OPEN-LEAVE-EXIT.
003210     IF NOT HR20-OPEN-LEAVE-FOUND
003220         PERFORM 4200-OPEN-LEAVE THRU 4200-OPEN-LEAVE-EXIT
003230         GO TO 4000-FEED-ON-LEAVE-EXIT
003240     END-IF.
003250     IF LV-START-DATE = HR-LEAVE-START-DATE
003260         PERFORM 4300-CHANGE-LEAVE THRU 4300-CHANGE-LEAVE-EXIT
003270         GO TO 4000-FEED-ON-LEAVE-EXIT
003280     END-IF.
003290     MOVE HR20-FEED-DATE TO LV-CLOSE-DATE.
003300     PERFORM 5000-CLOSE-LEAVE THRU 5000-CLOSE-LEAVE-EXIT.
003310     PERFORM 4200-OPEN-LEAVE THRU 4200-OPEN-LEAVE-EXIT.
003320 4000-FEED-ON-LEAVE-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*    4100-EDIT-LEAVE-FIELDS - LEAVE TYPE AGAINST THE LEAVEREC     *
003370*    CODE LIST, START DATE THROUGH THE NORMAL DATEVAL EDIT (A     *
003380*    LEAVE ON THE FEED HAS ALREADY BEGUN), EXPECTED RETURN        *
003390*    THROUGH THE FORWARD-DATE EDIT AND NOT BEFORE THE START.      *
003400******************************************************************
003410 4100-EDIT-LEAVE-FIELDS.
003420     MOVE 'N' TO HR20-LEAVE-EDIT-SWITCH.
003430     MOVE HR-LEAVE-TYPE TO LV-LEAVE-TYPE.
003440     IF NOT LV-TYPE-VALID
003450         MOVE SPACES TO HR20-REJECT-REASON
003460         STRING 'LEAVE TYPE='            DELIMITED BY SIZE
003470                HR-LEAVE-TYPE            DELIMITED BY SIZE
003480                ' NOT VALID'             DELIMITED BY SIZE
003490             INTO HR20-REJECT-REASON
003500         END-STRING
003510         PERFORM 4900-WRITE-REJECT-LINE
003520             THRU 4900-WRITE-REJECT-LINE-EXIT
003530         GO TO 4100-EDIT-LEAVE-FIELDS-EXIT
003540     END-IF.
003550     MOVE 'Y' TO HR20-START-VALID-SWITCH.
003560     CALL 'DATEVAL' USING HR-LEAVE-START-DATE
003570         HR20-START-VALID-SWITCH.
003580     IF NOT HR20-START-DATE-OK
003590         MOVE SPACES TO HR20-REJECT-REASON
003600         STRING 'LEAVE START='           DELIMITED BY SIZE
003610                HR-LEAVE-START-DATE      DELIMITED BY SIZE
003620                ' INVALID'               DELIMITED BY SIZE
003630             INTO HR20-REJECT-REASON
003640         END-STRING
003650         PERFORM 4900-WRITE-REJECT-LINE
003660             THRU 4900-WRITE-REJECT-LINE-EXIT
003670         GO TO 4100-EDIT-LEAVE-FIELDS-EXIT
003680     END-IF.
003690     MOVE 'F' TO HR20-RETURN-VALID-SWITCH.
003700     CALL 'DATEVAL' USING HR-LEAVE-RETURN-DATE
003710         HR20-RETURN-VALID-SWITCH.
003720     IF NOT HR20-RETURN-DATE-OK
003730         MOVE SPACES TO HR20-REJECT-REASON
003740         STRING 'EXPECTED RETURN='       DELIMITED BY SIZE
003750                HR-LEAVE-RETURN-DATE     DELIMITED BY SIZE
003760                ' INVALID'               DELIMITED BY SIZE
003770             INTO HR20-REJECT-REASON
003780         END-STRING
003790         PERFORM 4900-WRITE-REJECT-LINE
003800             THRU 4900-WRITE-REJECT-LINE-EXIT
003810         GO TO 4100-EDIT-LEAVE-FIELDS-EXIT
003820     END-IF.
003830     IF HR-LEAVE-RETURN-DATE < HR-LEAVE-START-DATE
003840         MOVE 'EXPECTED RETURN BEFORE LEAVE START'
003850             TO HR20-REJECT-REASON
003860         PERFORM 4900-WRITE-REJECT-LINE
003870             THRU 4900-WRITE-REJECT-LINE-EXIT
003880         GO TO 4100-EDIT-LEAVE-FIELDS-EXIT
003890     END-IF.
003900     MOVE 'Y' TO HR20-LEAVE-EDIT-SWITCH.
003910 4100-EDIT-LEAVE-FIELDS-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950*    4200-OPEN-LEAVE - WRITE A NEW OPEN LEAVE RECORD FROM THE     *
003960*    FEED.  A RECORD ALREADY ON FILE UNDER THE SAME START DATE    *
003970*    IS A CLOSED LEAVE HR HAS PUT BACK IN FORCE - IT IS REOPENED  *
003980*    RATHER THAN DUPLICATED.                                      *
003990******************************************************************
004000 4200-OPEN-LEAVE.
004010     MOVE SPACES TO LV-LEAVE-RECORD.
004020     MOVE HR-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
004030     MOVE HR-LEAVE-START-DATE TO LV-START-DATE.
004040     MOVE HR-LEAVE-TYPE TO LV-LEAVE-TYPE.
004050     MOVE HR-LEAVE-RETURN-DATE TO LV-EXPECTED-RETURN.
004060     MOVE 'O' TO LV-LEAVE-STATUS.
004070     MOVE ZERO TO LV-CLOSE-DATE.
004080     MOVE 'LEAVUPDT' TO LV-OPENED-BY.
004090     MOVE HR20-RUN-DATE TO LV-LAST-CHANGE-DATE.
004100     WRITE LV-LEAVE-RECORD
004110         INVALID KEY
004120             PERFORM 4250-REOPEN-LEAVE
004130                 THRU 4250-REOPEN-LEAVE-EXIT
004140             GO TO 4200-OPEN-LEAVE-EXIT
004150     END-WRITE.
004160     ADD 1 TO HR20-OPENED-COUNT.
004170     MOVE 'OPENED:   ' TO HR20-LINE-LABEL.
004180     MOVE '  RETURN ' TO HR20-DATE-LABEL.
004190     MOVE LV-EXPECTED-RETURN TO HR20-LINE-DATE.
004200     PERFORM 7000-PRINT-LEAVE-LINE
004210         THRU 7000-PRINT-LEAVE-LINE-EXIT.
004220 4200-OPEN-LEAVE-EXIT.
004230     EXIT.
004240
004250 4250-REOPEN-LEAVE.
004260     READ LEAVE-FILE
004270         INVALID KEY
004280             DISPLAY 'LEAVUPDT: WRITE FAILED FOR '
004290                 HR-EMPLOYEE-ID ' ' HR-LEAVE-START-DATE
004300                 ' STATUS=' HR20-LEAVFILE-STATUS
004310             GO TO 1500-VERIFY-OPEN-STATUS-ABEND
004320     END-READ.
004330     MOVE HR-LEAVE-TYPE TO LV-LEAVE-TYPE.
004340     MOVE HR-LEAVE-RETURN-DATE TO LV-EXPECTED-RETURN.
004350     MOVE 'O' TO LV-LEAVE-STATUS.
004360     MOVE ZERO TO LV-CLOSE-DATE.
004370     MOVE SPACES TO LV-CLOSED-BY.
004380     MOVE HR20-RUN-DATE TO LV-LAST-CHANGE-DATE.
004390     PERFORM 6000-REWRITE-LEAVE THRU 6000-REWRITE-LEAVE-EXIT.
004400     ADD 1 TO HR20-OPENED-COUNT.
004410     MOVE 'REOPENED: ' TO HR20-LINE-LABEL.
004420     MOVE '  RETURN ' TO HR20-DATE-LABEL.
004430     MOVE LV-EXPECTED-RETURN TO HR20-LINE-DATE.
004440     PERFORM 7000-PRINT-LEAVE-LINE
004450         THRU 7000-PRINT-LEAVE-LINE-EXIT.
004460 4250-REOPEN-LEAVE-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*    4300-CHANGE-LEAVE - SAME LEAVE AS THE OPEN RECORD.  A NEW    *
004510*    LEAVE TYPE OR EXPECTED RETURN (AN EXTENDED LEAVE) IS         *
004520*    APPLIED; AN UNCHANGED DETAIL IS THE NORMAL NIGHTLY CASE.     *
004530******************************************************************
004540 4300-CHANGE-LEAVE.
004550     IF LV-LEAVE-TYPE = HR-LEAVE-TYPE
004560        AND LV-EXPECTED-RETURN = HR-LEAVE-RETURN-DATE
004570         GO TO 4300-CHANGE-LEAVE-EXIT
004580     END-IF.
004590     MOVE HR-LEAVE-TYPE TO LV-LEAVE-TYPE.
004600     MOVE HR-LEAVE-RETURN-DATE TO LV-EXPECTED-RETURN.
004610     MOVE HR20-RUN-DATE TO LV-LAST-CHANGE-DATE.
004620     PERFORM 6000-REWRITE-LEAVE THRU 6000-REWRITE-LEAVE-EXIT.
004630     ADD 1 TO HR20-CHANGED-COUNT.
004640     MOVE 'CHANGED:  ' TO HR20-LINE-LABEL.
004650     MOVE '  RETURN ' TO HR20-DATE-LABEL.
004660     MOVE LV-EXPECTED-RETURN TO HR20-LINE-DATE.
004670     PERFORM 7000-PRINT-LEAVE-LINE
004680         THRU 7000-PRINT-LEAVE-LINE-EXIT.
004690 4300-CHANGE-LEAVE-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    4900-WRITE-REJECT-LINE - A FEED LEAVE DETAIL FAILED THE      *
004740*    EDIT.  THE LEAVE FILE IS LEFT AS IT STANDS UNTIL HR          *
004750*    CORRECTS THE FEED.                                           *
004760******************************************************************
004770 4900-WRITE-REJECT-LINE.
004780     ADD 1 TO HR20-REJECTED-COUNT.
004790     MOVE SPACES TO LEAVREJ-RECORD.
004800     STRING 'REJECTED: '                 DELIMITED BY SIZE
004810            HR-EMPLOYEE-ID               DELIMITED BY SIZE
004820            '  '                         DELIMITED BY SIZE
004830            HR-LAST-NAME                 DELIMITED BY SIZE
004840            '  '                         DELIMITED BY SIZE
004850            HR20-REJECT-REASON           DELIMITED BY SIZE
004860         INTO LEAVREJ-RECORD
004870         ON OVERFLOW
004880             DISPLAY 'LEAVUPDT: REJECT LINE TRUNCATED FOR '
004890                 HR-EMPLOYEE-ID
004900     END-STRING.
004910     WRITE LEAVREJ-RECORD.
004920 4900-WRITE-REJECT-LINE-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*    5000-CLOSE-LEAVE - CLOSE THE OPEN RECORD NOW IN THE RECORD   *
004970*    AREA.  THE CALLER HAS ALREADY MOVED THE CLOSE DATE.  THE     *
004980*    RECORD STAYS ON FILE AS HISTORY.                             *
004990******************************************************************
005000 5000-CLOSE-LEAVE.
005010     MOVE 'C' TO LV-LEAVE-STATUS.
005020     MOVE 'LEAVUPDT' TO LV-CLOSED-BY.
005030     MOVE HR20-RUN-DATE TO LV-LAST-CHANGE-DATE.
005040     PERFORM 6000-REWRITE-LEAVE THRU 6000-REWRITE-LEAVE-EXIT.
005050     ADD 1 TO HR20-CLOSED-COUNT.
005060     MOVE 'CLOSED:   ' TO HR20-LINE-LABEL.
005070     MOVE '  CLOSED ' TO HR20-DATE-LABEL.
005080     MOVE LV-CLOSE-DATE TO HR20-LINE-DATE.
005090     PERFORM 7000-PRINT-LEAVE-LINE
005100         THRU 7000-PRINT-LEAVE-LINE-EXIT.
005110 5000-CLOSE-LEAVE-EXIT.
005120     EXIT.
005130
005140 6000-REWRITE-LEAVE.
005150     REWRITE LV-LEAVE-RECORD.
005160     IF HR20-LEAVFILE-STATUS NOT = '00'
005170         DISPLAY 'LEAVUPDT: REWRITE FAILED FOR '
005180             LV-LEAVE-KEY
005190             ' STATUS=' HR20-LEAVFILE-STATUS
005200         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
005210     END-IF.
005220 6000-REWRITE-LEAVE-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    7000-PRINT-LEAVE-LINE - ONE LINE PER LEAVE RECORD OPENED,    *
005270*    CHANGED OR CLOSED.                                           *
005280******************************************************************
005290 7000-PRINT-LEAVE-LINE.
005300     MOVE SPACES TO LEAVRPT-RECORD.
005310     STRING HR20-LINE-LABEL              DELIMITED BY SIZE
005320            LV-EMPLOYEE-ID               DELIMITED BY SIZE
005330            '  TYPE '                    DELIMITED BY SIZE
005340            LV-LEAVE-TYPE                DELIMITED BY SIZE
005350            '  START '                   DELIMITED BY SIZE
005360            LV-START-DATE                DELIMITED BY SIZE
005370            HR20-DATE-LABEL              DELIMITED BY SIZE
005380            HR20-LINE-DATE               DELIMITED BY SIZE
005390            '  '                         DELIMITED BY SIZE
005400            HR-LAST-NAME                 DELIMITED BY SIZE
005410         INTO LEAVRPT-RECORD
005420         ON OVERFLOW
005430             DISPLAY 'LEAVUPDT: DETAIL LINE TRUNCATED FOR '
005440                 LV-EMPLOYEE-ID
005450     END-STRING.
005460     WRITE LEAVRPT-RECORD.
005470 7000-PRINT-LEAVE-LINE-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*    9000-TERMINATE - PRINT TOTALS, CLOSE FILES AND END THE RUN.  *
005520******************************************************************
005530 9000-TERMINATE.
005540     MOVE SPACES TO LEAVRPT-RECORD.
005550     WRITE LEAVRPT-RECORD.
005560     MOVE SPACES TO LEAVRPT-RECORD.
005570     STRING 'TOTALS - FEED READ: '       DELIMITED BY SIZE
005580            HR20-FEED-READ-COUNT         DELIMITED BY SIZE
005590            ' ON LEAVE: '                DELIMITED BY SIZE
005600            HR20-ON-LEAVE-COUNT          DELIMITED BY SIZE
005610            ' OPENED: '                  DELIMITED BY SIZE
005620            HR20-OPENED-COUNT            DELIMITED BY SIZE
005630         INTO LEAVRPT-RECORD
005640         ON OVERFLOW
005650             DISPLAY 'LEAVUPDT: TOTALS LINE TRUNCATED'
005660     END-STRING.
005670     WRITE LEAVRPT-RECORD.
005680     DISPLAY LEAVRPT-RECORD.
005690     MOVE SPACES TO LEAVRPT-RECORD.
005700     STRING '         CHANGED: '         DELIMITED BY SIZE
005710            HR20-CHANGED-COUNT           DELIMITED BY SIZE
005720            ' CLOSED: '                  DELIMITED BY SIZE
005730            HR20-CLOSED-COUNT            DELIMITED BY SIZE
005740            ' REJECTED: '                DELIMITED BY SIZE
005750            HR20-REJECTED-COUNT          DELIMITED BY SIZE
005760         INTO LEAVRPT-RECORD
005770         ON OVERFLOW
005780             DISPLAY 'LEAVUPDT: TOTALS LINE TRUNCATED'
005790     END-STRING.
005800     WRITE LEAVRPT-RECORD.
005810     DISPLAY LEAVRPT-RECORD.
005820     CLOSE HR-FEED.
005830     CLOSE LEAVE-FILE.
005840     CLOSE LEAVE-REPORT.
005850     CLOSE REJECT-REPORT.
005860 9000-TERMINATE-EXIT.
005870     EXIT.
