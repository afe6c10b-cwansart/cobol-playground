000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPHIST.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  EMPHIST                                      *
000100*    DESCRIPTION :  ONLINE CHANGE-HISTORY INQUIRY TRANSACTION    *
000110*                   (EMPH), REACHED BY PF5 FROM THE EMPM          *
000120*                   MAINTENANCE SCREEN FOR THE EMPLOYEE ON        *
000130*                   DISPLAY, OR ENTERED DIRECTLY AND GIVEN AN     *
000140*                   EMPLOYEE ID.  LISTS THE EMPLOYEE'S JOURNALED  *
000150*                   CHANGES NEWEST FIRST, ONE CHANGED FIELD PER   *
000160*                   ROW - DATE, TIME, TERMINAL, OPERATOR (OR      *
000170*                   TERMINAL 'BTCH' AND THE BATCH PROGRAM NAME),  *
000180*                   FIELD, BEFORE AND AFTER VALUE - TEN ROWS TO   *
000190*                   A PAGE.  PF8 PAGES TO OLDER CHANGES, PF7 TO   *
000200*                   NEWER, AS EMPB PAGES ITS NAME LIST.  READS    *
000210*                   THE JRNLHIST FILE THAT JHSTLOAD REBUILDS      *
000220*                   EACH MORNING FROM THE ONLINE AND BATCH        *
000230*                   JOURNALS, SO THE SCREEN RUNS TO THE CLOSE OF  *
000240*                   THE PREVIOUS DAY.  READ-ONLY: INQUIRY-ONLY    *
000250*                   ('I') AUTHORITY ON OPERAUTH IS ENOUGH, BUT A  *
000260*                   USERID WITH NO OPERAUTH RECORD IS REFUSED.    *
000270*                   PF3 RETURNS TO EMPM WHEN ENTERED FROM THERE,  *
000280*                   OTHERWISE ENDS THE CONVERSATION.              *
000290*                   PSEUDO-CONVERSATIONAL; PAGE POSITION RIDES    *
000300*                   IN THE COMMAREA.                              *
000310*                                                                 *
000320*    MODIFICATION HISTORY                                        *
000330*    ----------------------------------------------------------  *
000340*    DATE       INIT  DESCRIPTION                                 *
000350*    ---------- ----  --------------------------------------      *
000360*    2026-10-10 DWL   ORIGINAL VERSION.                            *
000363*    2026-10-15 DWL   PF7 ON AN EMPTY PAGE REFILLS THE PAGE;       *
000366*                     READPREV NOTFND ENDS THE BACKWARD PAGE.      *
000370*                                                                 *
000380******************************************************************
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410     COPY DFHAID.
000420     COPY EMPHIST.
000430     COPY EMPREC.
000440     COPY OPERAUTH.
000450     COPY JRNLHIST.
000460
000470******************************************************************
000480*    PROGRAM SWITCHES AND WORK FIELDS.                            *
000490******************************************************************
000500 01  HR20-BROWSE-EOF-SWITCH          PIC X(01) VALUE 'N'.
000510     88  HR20-BROWSE-EOF                 VALUE 'Y'.
000520
000530 01  HR20-MAP-NAME                   PIC X(07) VALUE 'EMPH1'.
000540 01  HR20-MAPSET-NAME                PIC X(08) VALUE 'EMPHIST'.
000550 01  HR20-HIST-FILE-NAME             PIC X(08) VALUE 'JRNLHIST'.
000560 01  HR20-EMP-FILE-NAME              PIC X(08) VALUE 'EMPMSTR'.
000570 01  HR20-EMPM-PROGRAM               PIC X(08) VALUE 'EMPMAINT'.
000580
000590 01  HR20-AUTH-FILE-NAME             PIC X(08) VALUE 'OPERAUTH'.
000600 01  HR20-USERID                     PIC X(08).
000610
000620 01  HR20-RESP                       PIC S9(08) COMP.
000630 01  HR20-ROW                        PIC 9(02) COMP.
000640 01  HR20-BK-COUNT                   PIC 9(02) COMP.
000650 01  HR20-BK-SUB                     PIC 9(02) COMP.
000660 01  HR20-ROW-LINE                   PIC X(72).
000670 01  HR20-NAME-LINE                  PIC X(50).
000680
000690******************************************************************
000700*    BROWSE KEY - EMPLOYEE ID PLUS THE REVERSED DATE/TIME AND     *
000710*    ROW SEQUENCE OF THE JRNLHIST KEY.  LOW-VALUES AFTER THE ID   *
000720*    POSITION THE BROWSE AT THE EMPLOYEE'S NEWEST CHANGE.         *
000730******************************************************************
000740 01  HR20-BROWSE-KEY.
000750     05  HR20-BROWSE-EMPLOYEE-ID     PIC X(06).
000760     05  HR20-BROWSE-POSITION        PIC X(18).
000770
000780******************************************************************
000790*    BACKWARD-PAGE GATHER TABLE - READPREV DELIVERS THE ROWS      *
000800*    OLDEST FIRST, SO THEY ARE STACKED HERE AND UNLOADED IN       *
000810*    REVERSE TO DISPLAY NEWEST FIRST.                             *
000820******************************************************************
000830 01  HR20-BK-TABLE.
000840     05  HR20-BK-ENTRY OCCURS 10 TIMES.
000850         10  HR20-BK-LINE            PIC X(72).
000860         10  HR20-BK-KEY             PIC X(24).
000870
000880******************************************************************
000890*    WORKING-STORAGE COPY OF THE CONVERSATION STATE.  THE FIRST   *
000900*    EIGHT BYTES MATCH THE EMPM COMMAREA SO AN XCTL FROM EMPMAINT *
000910*    (MODE 'S') CAN BE TOLD APART AND ITS EMPLOYEE ID AND         *
000920*    AUTHORITY PICKED UP.  THE ORIGIN SAYS WHERE PF3 GOES.        *
000930******************************************************************
000940 01  HR20-HCA.
000950     05  HR20-HCA-MODE               PIC X(01) VALUE 'H'.
000960     05  HR20-HCA-EMPLOYEE-ID        PIC X(06) VALUE SPACES.
000970     05  HR20-HCA-AUTHORITY          PIC X(01) VALUE 'I'.
000980     05  HR20-HCA-ORIGIN             PIC X(01) VALUE 'D'.
000990         88  HR20-FROM-EMPM              VALUE 'M'.
001000     05  HR20-HCA-TOP-KEY            PIC X(24) VALUE SPACES.
001010     05  HR20-HCA-NEXT-KEY           PIC X(24) VALUE SPACES.
001020
001030******************************************************************
001040*    COMMAREA PASSED BACK TO EMPMAINT ON PF3 - MODE 'S' PLUS THE  *
001050*    EMPLOYEE ID, THE SAME LAYOUT EMPB USES ON A SELECTION, SO    *
001060*    THE MAINTENANCE SCREEN COMES BACK FILLED.                    *
001070******************************************************************
001080 01  HR20-EMPM-CA.
001090     05  HR20-EMPM-CA-MODE           PIC X(01).
001100     05  HR20-EMPM-CA-EMPLOYEE-ID    PIC X(06).
001110     05  HR20-EMPM-CA-AUTHORITY      PIC X(01).
001120
001130 LINKAGE SECTION.
001140 01  DFHCOMMAREA.
001150     05  HCA-MODE                    PIC X(01).
001160     05  HCA-EMPLOYEE-ID             PIC X(06).
001170     05  HCA-AUTHORITY               PIC X(01).
001180     05  HCA-ORIGIN                  PIC X(01).
001190     05  HCA-TOP-KEY                 PIC X(24).
001200     05  HCA-NEXT-KEY                PIC X(24).
001210
001220 PROCEDURE DIVISION.
001230******************************************************************
001240*    0000-MAINLINE - THREE WAYS IN: FIRST ENTRY BY TRANSACTION    *
001250*    CODE (NO COMMAREA), AN XCTL FROM EMPMAINT (ITS OWN EIGHT-    *
001260*    BYTE COMMAREA, MODE 'S' - ONLY THOSE EIGHT BYTES ARE         *
001270*    ADDRESSABLE), OR THE NEXT PASS OF THIS CONVERSATION.         *
001280******************************************************************
001290 0000-MAINLINE.
001300     EXEC CICS HANDLE CONDITION
001310         MAPFAIL(9100-MAPFAIL)
001320         ERROR(9900-ERROR)
001330     END-EXEC.
001340     IF EIBCALEN = 0
001350         PERFORM 0500-CHECK-AUTHORITY
001360             THRU 0500-CHECK-AUTHORITY-EXIT
001370         PERFORM 1000-SEND-INITIAL-MAP
001380             THRU 1000-SEND-INITIAL-MAP-EXIT
001390     ELSE
001400         IF HCA-MODE = 'S'
001410             MOVE HCA-EMPLOYEE-ID TO HR20-HCA-EMPLOYEE-ID
001420             MOVE HCA-AUTHORITY TO HR20-HCA-AUTHORITY
001430             MOVE 'M' TO HR20-HCA-ORIGIN
001440             PERFORM 0500-CHECK-AUTHORITY
001450                 THRU 0500-CHECK-AUTHORITY-EXIT
001460             PERFORM 1500-FIRST-PAGE
001470                 THRU 1500-FIRST-PAGE-EXIT
001480         ELSE
001490             MOVE DFHCOMMAREA TO HR20-HCA
001500             PERFORM 2000-RECEIVE-AND-ACT
001510                 THRU 2000-RECEIVE-AND-ACT-EXIT
001520         END-IF
001530     END-IF.
001540     GO TO 9999-RETURN-CICS.
001550
001560******************************************************************
001570*    0500-CHECK-AUTHORITY - SIGN-ON TO THE TRANSACTION.  READ     *
001580*    THE OPERAUTH FILE FOR THE SIGNED-ON USERID, AS EMPMAINT      *
001590*    DOES.  THE SCREEN IS READ-ONLY, SO 'I' IS AS GOOD AS 'U' -   *
001600*    BUT IT SHOWS WHO CHANGED WHAT, SO NO RECORD, ANY OTHER       *
001610*    AUTHORITY OR A FILE PROBLEM IS REFUSED OUTRIGHT.             *
001620******************************************************************
001630 0500-CHECK-AUTHORITY.
001640     EXEC CICS ASSIGN
001650         USERID(HR20-USERID)
001660     END-EXEC.
001670     EXEC CICS READ
001680         FILE(HR20-AUTH-FILE-NAME)
001690         INTO(OPR-AUTH-RECORD)
001700         RIDFLD(HR20-USERID)
001710         KEYLENGTH(8)
001720         RESP(HR20-RESP)
001730     END-EXEC.
001740     IF HR20-RESP NOT = DFHRESP(NORMAL)
001750         GO TO 9400-NOT-AUTHORIZED
001760     END-IF.
001770     IF NOT OPR-UPDATE-AUTHORITY AND
001780        NOT OPR-INQUIRY-ONLY
001790         GO TO 9400-NOT-AUTHORIZED
001800     END-IF.
001810 0500-CHECK-AUTHORITY-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850*    1000-SEND-INITIAL-MAP - FIRST ENTRY BY TRANSACTION CODE.     *
001860*    CLEAR THE SCREEN AND PROMPT FOR AN EMPLOYEE ID.              *
001870******************************************************************
001880 1000-SEND-INITIAL-MAP.
001890     MOVE SPACES TO EMPH1O.
001900     MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO MSGO.
001910     EXEC CICS SEND MAP(HR20-MAP-NAME)
001920         MAPSET(HR20-MAPSET-NAME)
001930         FROM(EMPH1O)
001940         ERASE
001950     END-EXEC.
001960     MOVE 'H' TO HR20-HCA-MODE.
001970     MOVE SPACES TO HR20-HCA-EMPLOYEE-ID.
001980     MOVE 'D' TO HR20-HCA-ORIGIN.
001990     MOVE SPACES TO HR20-HCA-TOP-KEY.
002000     MOVE SPACES TO HR20-HCA-NEXT-KEY.
002010 1000-SEND-INITIAL-MAP-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050*    1500-FIRST-PAGE - A NEW EMPLOYEE ID (FROM EMPM OR KEYED      *
002060*    HERE).  POSITION AT THE EMPLOYEE'S NEWEST CHANGE AND FILL    *
002070*    THE FIRST PAGE.                                              *
002080******************************************************************
002090 1500-FIRST-PAGE.
002100     MOVE 'H' TO HR20-HCA-MODE.
002110     MOVE HR20-HCA-EMPLOYEE-ID TO HR20-BROWSE-EMPLOYEE-ID.
002120     MOVE LOW-VALUES TO HR20-BROWSE-POSITION.
002130     MOVE HR20-BROWSE-KEY TO HR20-HCA-TOP-KEY.
002140     PERFORM 3000-FILL-PAGE-FORWARD
002150         THRU 3000-FILL-PAGE-FORWARD-EXIT.
002160 1500-FIRST-PAGE-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200*    2000-RECEIVE-AND-ACT - DRIVE PF3, PAGING OR A NEW EMPLOYEE   *
002210*    ID.  THE PF KEYS ARE TESTED BEFORE THE RECEIVE - NOTHING ON  *
002220*    THE SCREEN IS MODIFIED WHEN THE OPERATOR ONLY PAGES, AND     *
002230*    THE RECEIVE WOULD RAISE MAPFAIL.                             *
002235*    PF7 ON AN EMPTY PAGE (THE TOP KEY IS STILL THE ID AND        *
002237*    LOW-VALUES) HAS NOTHING TO BROWSE BACK FROM, SO THE PAGE IS  *
002238*    REFILLED FROM THE START INSTEAD.                             *
002240******************************************************************
002250 2000-RECEIVE-AND-ACT.
002260     IF EIBAID = DFHPF3
002270         IF HR20-FROM-EMPM
002280             GO TO 9600-RETURN-TO-EMPM
002290         ELSE
002300             GO TO 9500-END-CONVERSATION
002310         END-IF
002320     END-IF.
002330     IF HR20-HCA-EMPLOYEE-ID NOT = SPACES
002340         IF EIBAID = DFHPF8
002350             PERFORM 2100-PAGE-OLDER
002360                 THRU 2100-PAGE-OLDER-EXIT
002370             GO TO 2000-RECEIVE-AND-ACT-EXIT
002380         END-IF
002390         IF EIBAID = DFHPF7
002391             MOVE HR20-HCA-TOP-KEY TO HR20-BROWSE-KEY
002392             IF HR20-BROWSE-POSITION = LOW-VALUES
002393                 PERFORM 3000-FILL-PAGE-FORWARD
002394                     THRU 3000-FILL-PAGE-FORWARD-EXIT
002395                 GO TO 2000-RECEIVE-AND-ACT-EXIT
002396             END-IF
002400             PERFORM 3500-FILL-PAGE-BACKWARD
002410                 THRU 3500-FILL-PAGE-BACKWARD-EXIT
002420             GO TO 2000-RECEIVE-AND-ACT-EXIT
002430         END-IF
002440     END-IF.
002450     EXEC CICS RECEIVE MAP(HR20-MAP-NAME)
002460         MAPSET(HR20-MAPSET-NAME)
002470         INTO(EMPH1I)
002480     END-EXEC.
002490     IF EMPIDL > 0 AND EMPIDI NUMERIC
002500         MOVE EMPIDI TO HR20-HCA-EMPLOYEE-ID
002510         PERFORM 1500-FIRST-PAGE
002520             THRU 1500-FIRST-PAGE-EXIT
002530         GO TO 2000-RECEIVE-AND-ACT-EXIT
002540     END-IF.
002550     IF EMPIDL > 0
002560         MOVE LOW-VALUES TO EMPH1O
002570         MOVE 'EMPLOYEE ID MUST BE SIX DIGITS' TO MSGO
002580         EXEC CICS SEND MAP(HR20-MAP-NAME)
002590             MAPSET(HR20-MAPSET-NAME)
002600             FROM(EMPH1O)
002610             DATAONLY
002620         END-EXEC
002630         GO TO 2000-RECEIVE-AND-ACT-EXIT
002640     END-IF.
002650     IF HR20-HCA-EMPLOYEE-ID = SPACES
002660         PERFORM 1000-SEND-INITIAL-MAP
002670             THRU 1000-SEND-INITIAL-MAP-EXIT
002680     ELSE
002690         MOVE HR20-HCA-TOP-KEY TO HR20-BROWSE-KEY
002700         PERFORM 3000-FILL-PAGE-FORWARD
002710             THRU 3000-FILL-PAGE-FORWARD-EXIT
002720     END-IF.
002730 2000-RECEIVE-AND-ACT-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*    2100-PAGE-OLDER - PF8.  WHEN THE LAST PAGE IS ALREADY ON     *
002780*    SHOW, REDISPLAY IT WITH A MESSAGE INSTEAD OF AN EMPTY PAGE.  *
002790******************************************************************
002800 2100-PAGE-OLDER.
002810     IF HR20-HCA-NEXT-KEY = HIGH-VALUES
002820         MOVE LOW-VALUES TO EMPH1O
002830         MOVE 'NO OLDER CHANGES - PF7 FOR NEWER' TO MSGO
002840         EXEC CICS SEND MAP(HR20-MAP-NAME)
002850             MAPSET(HR20-MAPSET-NAME)
002860             FROM(EMPH1O)
002870             DATAONLY
002880         END-EXEC
002890         GO TO 2100-PAGE-OLDER-EXIT
002900     END-IF.
002910     MOVE HR20-HCA-NEXT-KEY TO HR20-BROWSE-KEY.
002920     PERFORM 3000-FILL-PAGE-FORWARD
002930         THRU 3000-FILL-PAGE-FORWARD-EXIT.
002940 2100-PAGE-OLDER-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    3000-FILL-PAGE-FORWARD - BROWSE JRNLHIST FORWARD (NEWEST TO  *
002990*    OLDEST) FROM HR20-BROWSE-KEY AND FILL UP TO TEN ROWS,        *
003000*    STOPPING AT THE END OF THIS EMPLOYEE'S RECORDS.              *
003010******************************************************************
003020 3000-FILL-PAGE-FORWARD.
003030     MOVE SPACES TO EMPH1O.
003040     MOVE 'N' TO HR20-BROWSE-EOF-SWITCH.
003050     MOVE ZERO TO HR20-ROW.
003060     EXEC CICS STARTBR FILE(HR20-HIST-FILE-NAME)
003070         RIDFLD(HR20-BROWSE-KEY)
003080         GTEQ
003090         RESP(HR20-RESP)
003100     END-EXEC.
003110     IF HR20-RESP = DFHRESP(NOTFND)
003120         MOVE HIGH-VALUES TO HR20-HCA-NEXT-KEY
003130         MOVE 'NO CHANGE HISTORY ON FILE FOR THIS EMPLOYEE'
003140             TO MSGO
003150         PERFORM 3900-SEND-HISTORY-MAP
003160             THRU 3900-SEND-HISTORY-MAP-EXIT
003170         GO TO 3000-FILL-PAGE-FORWARD-EXIT
003180     END-IF.
003190     IF HR20-RESP NOT = DFHRESP(NORMAL)
003200         GO TO 9900-ERROR
003210     END-IF.
003220     PERFORM 3100-READ-NEXT-ROW
003230         THRU 3100-READ-NEXT-ROW-EXIT
003240         UNTIL HR20-ROW >= 10 OR HR20-BROWSE-EOF.
003250     IF NOT HR20-BROWSE-EOF
003260         PERFORM 3200-NOTE-NEXT-PAGE
003270             THRU 3200-NOTE-NEXT-PAGE-EXIT
003280     END-IF.
003290     IF HR20-BROWSE-EOF
003300         MOVE HIGH-VALUES TO HR20-HCA-NEXT-KEY
003310         MOVE 'END OF HISTORY - PF7 FOR NEWER, OR KEY A NEW ID'
003320             TO MSGO
003330     ELSE
003340         MOVE 'PF8 FOR OLDER CHANGES, PF7 FOR NEWER' TO MSGO
003350     END-IF.
003360     EXEC CICS ENDBR FILE(HR20-HIST-FILE-NAME)
003370         RESP(HR20-RESP)
003380     END-EXEC.
003390     IF HR20-ROW = 0
003400         MOVE 'NO CHANGE HISTORY ON FILE FOR THIS EMPLOYEE'
003410             TO MSGO
003420     END-IF.
003430     PERFORM 3900-SEND-HISTORY-MAP
003440         THRU 3900-SEND-HISTORY-MAP-EXIT.
003450 3000-FILL-PAGE-FORWARD-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490*    3100-READ-NEXT-ROW - READ THE NEXT HISTORY RECORD AND BUILD  *
003500*    ITS SCREEN ROW.  A RECORD FOR ANOTHER EMPLOYEE ENDS THE      *
003510*    LIST JUST AS END OF FILE DOES.                               *
003520******************************************************************
003530 3100-READ-NEXT-ROW.
003540     EXEC CICS READNEXT FILE(HR20-HIST-FILE-NAME)
003550         INTO(HST-HISTORY-RECORD)
003560         RIDFLD(HR20-BROWSE-KEY)
003570         RESP(HR20-RESP)
003580     END-EXEC.
003590     IF HR20-RESP = DFHRESP(ENDFILE)
003600         MOVE 'Y' TO HR20-BROWSE-EOF-SWITCH
003610         GO TO 3100-READ-NEXT-ROW-EXIT
003620     END-IF.
003630     IF HR20-RESP NOT = DFHRESP(NORMAL)
003640         GO TO 9900-ERROR
003650     END-IF.
003660     IF HST-EMPLOYEE-ID NOT = HR20-HCA-EMPLOYEE-ID
003670         MOVE 'Y' TO HR20-BROWSE-EOF-SWITCH
003680         GO TO 3100-READ-NEXT-ROW-EXIT
003690     END-IF.
003700     ADD 1 TO HR20-ROW.
003710     IF HR20-ROW = 1
003720         MOVE HST-HISTORY-KEY TO HR20-HCA-TOP-KEY
003730     END-IF.
003740     PERFORM 3300-BUILD-ROW-LINE
003750         THRU 3300-BUILD-ROW-LINE-EXIT.
003760     MOVE HR20-ROW-LINE TO ROWO (HR20-ROW).
003770 3100-READ-NEXT-ROW-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*    3200-NOTE-NEXT-PAGE - ONE MORE READNEXT JUST TO LEARN THE    *
003820*    KEY THE NEXT (OLDER) PAGE STARTS AT.  NONE LEFT FOR THIS     *
003830*    EMPLOYEE SETS THE END-OF-LIST SWITCH.                        *
003840******************************************************************
003850 3200-NOTE-NEXT-PAGE.
003860     EXEC CICS READNEXT FILE(HR20-HIST-FILE-NAME)
003870         INTO(HST-HISTORY-RECORD)
003880         RIDFLD(HR20-BROWSE-KEY)
003890         RESP(HR20-RESP)
003900     END-EXEC.
003910     IF HR20-RESP = DFHRESP(ENDFILE)
003920         MOVE 'Y' TO HR20-BROWSE-EOF-SWITCH
003930         GO TO 3200-NOTE-NEXT-PAGE-EXIT
003940     END-IF.
003950     IF HR20-RESP NOT = DFHRESP(NORMAL)
003960         GO TO 9900-ERROR
003970     END-IF.
003980     IF HST-EMPLOYEE-ID NOT = HR20-HCA-EMPLOYEE-ID
003990         MOVE 'Y' TO HR20-BROWSE-EOF-SWITCH
004000     ELSE
004010         MOVE HST-HISTORY-KEY TO HR20-HCA-NEXT-KEY
004020     END-IF.
004030 3200-NOTE-NEXT-PAGE-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*    3300-BUILD-ROW-LINE - FORMAT ONE HISTORY ROW UNDER THE MAP   *
004080*    HEADINGS.  A BATCH CHANGE CARRIES TERMINAL 'BTCH' AND THE    *
004090*    PROGRAM NAME IN THE OPERATOR COLUMN, AS IN THE JOURNAL.      *
004100******************************************************************
004110 3300-BUILD-ROW-LINE.
004120     MOVE SPACES TO HR20-ROW-LINE.
004130     STRING HST-CHANGE-DATE    DELIMITED BY SIZE
004140            ' '                DELIMITED BY SIZE
004150            HST-CHANGE-TIME    DELIMITED BY SIZE
004160            ' '                DELIMITED BY SIZE
004170            HST-TERMINAL-ID    DELIMITED BY SIZE
004180            ' '                DELIMITED BY SIZE
004190            HST-OPERATOR-ID    DELIMITED BY SIZE
004200            ' '                DELIMITED BY SIZE
004210            HST-FIELD-NAME     DELIMITED BY SIZE
004220            ' '                DELIMITED BY SIZE
004230            HST-BEFORE-VALUE   DELIMITED BY SIZE
004240            ' '                DELIMITED BY SIZE
004250            HST-AFTER-VALUE    DELIMITED BY SIZE
004260         INTO HR20-ROW-LINE
004270     END-STRING.
004280 3300-BUILD-ROW-LINE-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320*    3500-FILL-PAGE-BACKWARD - PF7, TOWARD NEWER CHANGES:         *
004330*    POSITION AT THE TOP OF THE CURRENT PAGE, READPREV PAST IT,   *
004340*    AND STACK UP TO TEN EARLIER KEYS (NEWER CHANGES), THEN       *
004350*    UNLOAD THE STACK IN REVERSE SO THE SCREEN STILL READS        *
004360*    NEWEST FIRST.  THE OLD TOP BECOMES THE NEXT-PAGE KEY.        *
004370******************************************************************
004380 3500-FILL-PAGE-BACKWARD.
004390     MOVE HR20-HCA-TOP-KEY TO HR20-BROWSE-KEY.
004400     EXEC CICS STARTBR FILE(HR20-HIST-FILE-NAME)
004410         RIDFLD(HR20-BROWSE-KEY)
004420         GTEQ
004430         RESP(HR20-RESP)
004440     END-EXEC.
004450     IF HR20-RESP NOT = DFHRESP(NORMAL)
004460         MOVE HR20-HCA-TOP-KEY TO HR20-BROWSE-KEY
004470         PERFORM 3000-FILL-PAGE-FORWARD
004480             THRU 3000-FILL-PAGE-FORWARD-EXIT
004490         GO TO 3500-FILL-PAGE-BACKWARD-EXIT
004500     END-IF.
004510     MOVE ZERO TO HR20-BK-COUNT.
004520     MOVE 'N' TO HR20-BROWSE-EOF-SWITCH.
004530******************************************************************
004540*    THE FIRST READPREV RETURNS THE TOP ROW ITSELF - TAKE IT      *
004550*    AND DISCARD IT, THEN STACK THE TEN RECORDS BEFORE IT.        *
004560******************************************************************
004570     PERFORM 3600-READ-PREV-ROW
004580         THRU 3600-READ-PREV-ROW-EXIT.
004590     MOVE ZERO TO HR20-BK-COUNT.
004600     MOVE 'N' TO HR20-BROWSE-EOF-SWITCH.
004610     PERFORM 3600-READ-PREV-ROW
004620         THRU 3600-READ-PREV-ROW-EXIT
004630         UNTIL HR20-BK-COUNT >= 10 OR HR20-BROWSE-EOF.
004640     EXEC CICS ENDBR FILE(HR20-HIST-FILE-NAME)
004650         RESP(HR20-RESP)
004660     END-EXEC.
004670     IF HR20-BK-COUNT = 0
004680         MOVE HR20-HCA-TOP-KEY TO HR20-BROWSE-KEY
004690         PERFORM 3000-FILL-PAGE-FORWARD
004700             THRU 3000-FILL-PAGE-FORWARD-EXIT
004710         MOVE LOW-VALUES TO EMPH1O
004720         MOVE 'AT NEWEST CHANGE - PF8 FOR OLDER' TO MSGO
004730         EXEC CICS SEND MAP(HR20-MAP-NAME)
004740             MAPSET(HR20-MAPSET-NAME)
004750             FROM(EMPH1O)
004760             DATAONLY
004770         END-EXEC
004780         GO TO 3500-FILL-PAGE-BACKWARD-EXIT
004790     END-IF.
004800     MOVE HR20-HCA-TOP-KEY TO HR20-HCA-NEXT-KEY.
004810     MOVE SPACES TO EMPH1O.
004820     PERFORM 3700-UNLOAD-BACK-STACK
004830         THRU 3700-UNLOAD-BACK-STACK-EXIT
004840         VARYING HR20-BK-SUB FROM 1 BY 1
004850         UNTIL HR20-BK-SUB > HR20-BK-COUNT.
004860     MOVE HR20-BK-KEY (HR20-BK-COUNT) TO HR20-HCA-TOP-KEY.
004870     MOVE 'PF8 FOR OLDER CHANGES, PF7 FOR NEWER' TO MSGO.
004880     PERFORM 3900-SEND-HISTORY-MAP
004890         THRU 3900-SEND-HISTORY-MAP-EXIT.
004900 3500-FILL-PAGE-BACKWARD-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*    3600-READ-PREV-ROW - READ THE PRIOR HISTORY RECORD AND       *
004950*    STACK ITS ROW.  A RECORD FOR ANOTHER EMPLOYEE, NOTFND OR     *
004960*    END OF FILE MEANS THE TOP OF THIS EMPLOYEE'S HISTORY HAS     *
004965*    BEEN PASSED.                                                 *
004970******************************************************************
004980 3600-READ-PREV-ROW.
004990     EXEC CICS READPREV FILE(HR20-HIST-FILE-NAME)
005000         INTO(HST-HISTORY-RECORD)
005010         RIDFLD(HR20-BROWSE-KEY)
005020         RESP(HR20-RESP)
005030     END-EXEC.
005040     IF HR20-RESP = DFHRESP(ENDFILE) OR
005045        HR20-RESP = DFHRESP(NOTFND)
005050         MOVE 'Y' TO HR20-BROWSE-EOF-SWITCH
005060         GO TO 3600-READ-PREV-ROW-EXIT
005070     END-IF.
005080     IF HR20-RESP NOT = DFHRESP(NORMAL)
005090         GO TO 9900-ERROR
005100     END-IF.
005110     IF HST-EMPLOYEE-ID NOT = HR20-HCA-EMPLOYEE-ID
005120         MOVE 'Y' TO HR20-BROWSE-EOF-SWITCH
005130         GO TO 3600-READ-PREV-ROW-EXIT
005140     END-IF.
005150     ADD 1 TO HR20-BK-COUNT.
005160     PERFORM 3300-BUILD-ROW-LINE
005170         THRU 3300-BUILD-ROW-LINE-EXIT.
005180     MOVE HR20-ROW-LINE TO HR20-BK-LINE (HR20-BK-COUNT).
005190     MOVE HST-HISTORY-KEY TO HR20-BK-KEY (HR20-BK-COUNT).
005200 3600-READ-PREV-ROW-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    3700-UNLOAD-BACK-STACK - STACK ENTRY N LANDS ON SCREEN ROW   *
005250*    (COUNT + 1 - N) SO THE PAGE READS NEWEST FIRST.              *
005260******************************************************************
005270 3700-UNLOAD-BACK-STACK.
005280     COMPUTE HR20-ROW = HR20-BK-COUNT + 1 - HR20-BK-SUB.
005290     MOVE HR20-BK-LINE (HR20-BK-SUB) TO ROWO (HR20-ROW).
005300 3700-UNLOAD-BACK-STACK-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    3800-SHOW-EMPLOYEE - NAME AND CURRENT STATUS BESIDE THE ID.  *
005350*    A PURGED EMPLOYEE STILL HAS HISTORY BUT NO MASTER RECORD.    *
005360******************************************************************
005370 3800-SHOW-EMPLOYEE.
005380     MOVE HR20-HCA-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
005390     EXEC CICS READ
005400         FILE(HR20-EMP-FILE-NAME)
005410         INTO(EMP-MASTER-RECORD)
005420         RIDFLD(EMP-EMPLOYEE-ID)
005430         KEYLENGTH(6)
005440         RESP(HR20-RESP)
005450     END-EXEC.
005460     MOVE SPACES TO HR20-NAME-LINE.
005470     IF HR20-RESP = DFHRESP(NORMAL)
005480         STRING EMP-FIRST-NAME     DELIMITED BY '  '
005490                ' '                DELIMITED BY SIZE
005500                EMP-LAST-NAME      DELIMITED BY '  '
005510                '  STATUS '        DELIMITED BY SIZE
005520                EMP-EMPLOY-STATUS  DELIMITED BY SIZE
005530             INTO HR20-NAME-LINE
005540         END-STRING
005550     ELSE
005560         IF HR20-RESP = DFHRESP(NOTFND)
005570             MOVE 'NOT ON THE EMPLOYEE MASTER' TO HR20-NAME-LINE
005580         ELSE
005590             GO TO 9900-ERROR
005600         END-IF
005610     END-IF.
005620     MOVE HR20-NAME-LINE TO ENAMEO.
005630 3800-SHOW-EMPLOYEE-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    3900-SEND-HISTORY-MAP - SEND THE HISTORY SCREEN.  ERASE ON   *
005680*    EVERY SEND - THE ROW AREA IS REBUILT IN FULL EACH PASS.      *
005690******************************************************************
005700 3900-SEND-HISTORY-MAP.
005710     MOVE HR20-HCA-EMPLOYEE-ID TO EMPIDO.
005720     PERFORM 3800-SHOW-EMPLOYEE
005730         THRU 3800-SHOW-EMPLOYEE-EXIT.
005740     EXEC CICS SEND MAP(HR20-MAP-NAME)
005750         MAPSET(HR20-MAPSET-NAME)
005760         FROM(EMPH1O)
005770         ERASE
005780     END-EXEC.
005790 3900-SEND-HISTORY-MAP-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    9100-MAPFAIL - ENTER WITH NOTHING KEYED.  LOW-VALUES LEAVE   *
005840*    THE PAGE ON SHOW; ONLY THE MESSAGE IS REPLACED.              *
005850******************************************************************
005860 9100-MAPFAIL.
005870     MOVE LOW-VALUES TO EMPH1O.
005880     MOVE 'KEY AN EMPLOYEE ID, OR PF7/PF8 TO PAGE, PF3 TO RETURN'
005890         TO MSGO.
005900     EXEC CICS SEND MAP(HR20-MAP-NAME)
005910         MAPSET(HR20-MAPSET-NAME)
005920         FROM(EMPH1O)
005930         DATAONLY
005940     END-EXEC.
005950     GO TO 9999-RETURN-CICS.
005960
005970******************************************************************
005980*    9400-NOT-AUTHORIZED - THE USERID HAS NO 'I' OR 'U' RECORD    *
005990*    ON OPERAUTH.  END THE TRANSACTION WITH A MESSAGE.            *
006000******************************************************************
006010 9400-NOT-AUTHORIZED.
006020     MOVE 'NOT AUTHORIZED FOR EMPLOYEE CHANGE HISTORY' TO MSGO.
006030     EXEC CICS SEND TEXT
006040         FROM(MSGO)
006050         LENGTH(79)
006060         ERASE
006070         FREEKB
006080     END-EXEC.
006090     EXEC CICS RETURN END-EXEC.
006100
006110******************************************************************
006120*    9500-END-CONVERSATION - PF3 ON A DIRECT ENTRY.               *
006130******************************************************************
006140 9500-END-CONVERSATION.
006150     MOVE 'EMPLOYEE CHANGE HISTORY COMPLETE' TO MSGO.
006160     EXEC CICS SEND TEXT
006170         FROM(MSGO)
006180         LENGTH(79)
006190         ERASE
006200         FREEKB
006210     END-EXEC.
006220     EXEC CICS RETURN END-EXEC.
006230
006240******************************************************************
006250*    9600-RETURN-TO-EMPM - PF3 WHEN ENTERED FROM EMPM.  HAND THE  *
006260*    EMPLOYEE ID AND THE EMPM AUTHORITY BACK IN SELECT MODE SO    *
006270*    THE MAINTENANCE SCREEN COMES UP AS THE OPERATOR LEFT IT.     *
006280******************************************************************
006290 9600-RETURN-TO-EMPM.
006300     MOVE 'S' TO HR20-EMPM-CA-MODE.
006310     MOVE HR20-HCA-EMPLOYEE-ID TO HR20-EMPM-CA-EMPLOYEE-ID.
006320     MOVE HR20-HCA-AUTHORITY TO HR20-EMPM-CA-AUTHORITY.
006330     EXEC CICS XCTL PROGRAM(HR20-EMPM-PROGRAM)
006340         COMMAREA(HR20-EMPM-CA)
006350         LENGTH(LENGTH OF HR20-EMPM-CA)
006360     END-EXEC.
006370
006380******************************************************************
006390*    9900-ERROR - CATCH-ALL FOR ANY OTHER CICS CONDITION.         *
006400******************************************************************
006410 9900-ERROR.
006420     MOVE SPACES TO EMPH1O.
006430     MOVE 'A SYSTEM ERROR OCCURRED - NOTIFY SUPPORT' TO MSGO.
006440     EXEC CICS SEND MAP(HR20-MAP-NAME)
006450         MAPSET(HR20-MAPSET-NAME)
006460         FROM(EMPH1O)
006470         DATAONLY
006480     END-EXEC.
006490     EXEC CICS RETURN END-EXEC.
006500
006510******************************************************************
006520*    9999-RETURN-CICS - NORMAL END OF THIS PSEUDO-CONVERSATIONAL  *
006530*    PASS.  RETURN ON THE EMPH TRANSACTION.  THE COMMAREA GOES    *
006540*    BACK FROM WORKING STORAGE, NOT DFHCOMMAREA - AFTER AN XCTL   *
006550*    FROM EMPMAINT DFHCOMMAREA IS ONLY EMPM'S EIGHT BYTES LONG.   *
006560******************************************************************
006570 9999-RETURN-CICS.
006580     EXEC CICS RETURN
006590         TRANSID('EMPH')
006600         COMMAREA(HR20-HCA)
006610         LENGTH(LENGTH OF HR20-HCA)
006620     END-EXEC.
