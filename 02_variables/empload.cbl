000336*                     THE OPERATOR, SPACES BEFORE IMAGE) TO THE      *
000337*                     BATCH JOURNAL, SO EMPJRPT SHOWS FEED ADDS      *
000338*                     ALONGSIDE THE ONLINE CHANGES.                  *
000339*    2026-10-15 DWL   EVERY NEW HIRE LOADED IS NOW CHECKED AGAINST   *
000340*                     THE TERMINATED-EMPLOYEE ARCHIVE ON LAST NAME,  *
000341*                     FIRST NAME AND GENDER.  EACH LIKELY REHIRE IS  *
000342*                     LISTED ON THE NEW REHIRE REPORT WITH BOTH      *
000343*                     IDS, THE OLD HIRE AND PURGE DATES AND THE OLD  *
000344*                     DEPARTMENT, AND LINKED BOTH WAYS ON THE        *
000345*                     REHIRE CROSS-REFERENCE FILE FOR EMPINQ AND     *
000346*                     EMPARCH.  THE CHECK RUNS AFTER THE LOAD, IN    *
000347*                     ONE PASS OF THE ARCHIVE, AND NEVER HOLDS UP    *
000348*                     OR REJECTS A NEW HIRE.                         *
000349*                                                                 *
000350******************************************************************
000351 ENVIRONMENT DIVISION.
000352 INPUT-OUTPUT SECTION.
000353 FILE-CONTROL.
000354     SELECT EMPLOYEE-MASTER
000360         ASSIGN TO "EMPMSTR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS HR20-EMPJRNL-STATUS.
000560
000561     SELECT ARCHIVE-FILE
000562         ASSIGN TO "ARCHIVE"
000563         ORGANIZATION IS LINE SEQUENTIAL
000564         FILE STATUS IS HR20-ARCHIVE-STATUS.
000565
000566     SELECT REHIRE-XREF
000567         ASSIGN TO "REHIRXRF"
000568         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000570         RECORD KEY IS RX-XREF-KEY
000571         FILE STATUS IS HR20-REHIRXRF-STATUS.
000572
000573     SELECT REHIRE-REPORT
000574         ASSIGN TO "REHIRRPT"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS HR20-REHIRRPT-STATUS.
000577
000578 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPLOYEE-MASTER.
000600     COPY EMPREC.
000694 FD  JOURNAL-FILE.
000696 01  EMPJRNL-RECORD                  PIC X(150).
000700
000701******************************************************************
000702*    TERMINATED-EMPLOYEE ARCHIVE AS EMPPURGE WRITES IT: THE       *
000703*    PURGED MASTER RECORD (EMPREC LAYOUT) PLUS THE PURGE DATE.    *
000704******************************************************************
000705 FD  ARCHIVE-FILE.
000706 01  ARCH-RECORD.
000707     05  ARCH-EMPLOYEE-ID            PIC X(06).
000708     05  ARCH-GENDER                 PIC 9(01).
000709     05  ARCH-FIRST-NAME             PIC X(15).
000710     05  ARCH-LAST-NAME              PIC X(15).
000711     05  ARCH-DEPT-CODE              PIC X(04).
000712     05  ARCH-HIRE-DATE              PIC 9(08).
000713     05  ARCH-EMPLOY-STATUS          PIC X(01).
000714     05  FILLER                      PIC X(05).
000715     05  ARCH-PURGE-DATE             PIC 9(08).
000716
000717 FD  REHIRE-XREF.
000718     COPY REHIRXRF.
000719
000720 FD  REHIRE-REPORT.
000721 01  REHIRRPT-RECORD                 PIC X(80).
000722
000723 WORKING-STORAGE SECTION.
000724******************************************************************
000730*    PROGRAM SWITCHES AND COUNTERS.                               *
000740******************************************************************
000750 01  HR20-SWITCHES.
000792     05  HR20-DEPT-VALID-SWITCH      PIC X(01) VALUE 'Y'.
000794         88  HR20-DEPT-OK                VALUE 'Y'.
000796     05  HR20-DATE-VALID-SWITCH      PIC X(01) VALUE 'Y'.
000797         88  HR20-HIRE-DATE-OK           VALUE 'Y'.
000798     05  HR20-ARCHIVE-EOF-SWITCH     PIC X(01) VALUE 'N'.
000799         88  HR20-ARCHIVE-EOF            VALUE 'Y'.
000800
000810 01  HR20-COUNTERS.
000820     05  HR20-FEED-READ-COUNT        PIC 9(07) VALUE ZERO.
000830     05  HR20-ON-FILE-COUNT          PIC 9(07) VALUE ZERO.
000840     05  HR20-LOADED-COUNT           PIC 9(07) VALUE ZERO.
000850     05  HR20-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
000852     05  HR20-CHECKED-COUNT          PIC 9(07) VALUE ZERO.
000854     05  HR20-ARCHIVE-READ-COUNT     PIC 9(07) VALUE ZERO.
000856     05  HR20-REHIRE-COUNT           PIC 9(07) VALUE ZERO.
000858     05  HR20-NOT-CHECKED-COUNT      PIC 9(07) VALUE ZERO.
000860
000870 01  HR20-FILE-STATUSES.
000880     05  HR20-EMPMSTR-STATUS         PIC X(02).
000881     05  HR20-HRFEED-STATUS          PIC X(02).
000882     05  HR20-LOADRPT-STATUS         PIC X(02).
000883     05  HR20-LOADREJ-STATUS         PIC X(02).
000884     05  HR20-EMPJRNL-STATUS         PIC X(02).
000885     05  HR20-ARCHIVE-STATUS         PIC X(02).
000886     05  HR20-REHIRXRF-STATUS        PIC X(02).
000887     05  HR20-REHIRRPT-STATUS        PIC X(02).
000888
000889 01  HR20-DEPT-NAME                  PIC X(25).
000890
000891 01  HR20-DATE-TIME-FIELDS.
000892     05  HR20-RUN-DATE               PIC 9(08).
000893     05  HR20-RUN-TIME               PIC 9(06).
000894     05  HR20-TIME-OF-DAY            PIC 9(08).
000895
000896******************************************************************
000897*    NEW-HIRE TABLE.  EVERY HIRE LOADED TONIGHT IS TABLED SO THE  *
000898*    ARCHIVE GENERATIONS ONLY HAVE TO BE PASSED ONCE FOR THE      *
000899*    REHIRE CHECK, HOWEVER MANY HIRES THE FEED CARRIES.  A HIRE   *
000900*    THAT DOES NOT FIT IS COUNTED AS NOT CHECKED.                 *
000901******************************************************************
000902 01  HR20-HIRE-TABLE.
000903     05  HR20-HIRE-LIMIT             PIC 9(03) COMP VALUE 500.
000904     05  HR20-HIRE-USED              PIC 9(03) COMP VALUE ZERO.
000905     05  HR20-HIRE-ENTRY OCCURS 500 TIMES.
000906         10  HR20-HIRE-EMPLOYEE-ID   PIC X(06).
000907         10  HR20-HIRE-GENDER        PIC 9(01).
000908         10  HR20-HIRE-FIRST-NAME    PIC X(15).
000909         10  HR20-HIRE-LAST-NAME     PIC X(15).
000910         10  HR20-HIRE-HIRE-DATE     PIC 9(08).
000911
000912 01  HR20-HSUB                       PIC 9(03) COMP VALUE ZERO.
000921
000922******************************************************************
000923*    CHANGE-JOURNAL RECORD, THE SAME EMPJRNL LAYOUT EMPMAINT      *
001100     OPEN OUTPUT LOAD-REPORT.
001110     OPEN OUTPUT REJECT-REPORT.
001112     OPEN EXTEND JOURNAL-FILE.
001114     OPEN INPUT ARCHIVE-FILE.
001116     OPEN I-O REHIRE-XREF.
001118     OPEN OUTPUT REHIRE-REPORT.
001120     PERFORM 1500-VERIFY-OPEN-STATUS
001130         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001132     ACCEPT HR20-RUN-DATE FROM DATE YYYYMMDD.
001170     EXIT.
001180
001190******************************************************************
001200*    1500-VERIFY-OPEN-STATUS - CONFIRM EVERY FILE OPENED          *
001210*    CLEANLY BEFORE A SINGLE FEED RECORD IS PROCESSED.             *
001220******************************************************************
001230 1500-VERIFY-OPEN-STATUS.
001436             'STATUS=' HR20-EMPJRNL-STATUS
001437         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001438     END-IF.
001439     IF HR20-ARCHIVE-STATUS NOT = '00'
001440         DISPLAY 'EMPLOAD: UNABLE TO OPEN ARCHIVE-FILE, '
001441             'STATUS=' HR20-ARCHIVE-STATUS
001442         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001443     END-IF.
001444     IF HR20-REHIRXRF-STATUS NOT = '00'
001445         DISPLAY 'EMPLOAD: UNABLE TO OPEN REHIRE-XREF, '
001446             'STATUS=' HR20-REHIRXRF-STATUS
001447         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001448     END-IF.
001449     IF HR20-REHIRRPT-STATUS NOT = '00'
001450         DISPLAY 'EMPLOAD: UNABLE TO OPEN REHIRE-REPORT, '
001451             'STATUS=' HR20-REHIRRPT-STATUS
001452         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001453     END-IF.
001454     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001455 1500-VERIFY-OPEN-STATUS-ABEND.
001460     MOVE 16 TO RETURN-CODE.
001470     STOP RUN.
001480 1500-VERIFY-OPEN-STATUS-EXIT.
002190     ADD 1 TO HR20-LOADED-COUNT.
002192     PERFORM 8000-WRITE-JOURNAL-RECORD
002194         THRU 8000-WRITE-JOURNAL-RECORD-EXIT.
002196     PERFORM 3500-TABLE-NEW-HIRE
002198         THRU 3500-TABLE-NEW-HIRE-EXIT.
002200     MOVE SPACES TO LOADRPT-RECORD.
002210     STRING 'LOADED: '                   DELIMITED BY SIZE
002220            HR-EMPLOYEE-ID               DELIMITED BY SIZE
002605     EXIT.
002606
002610******************************************************************
002620*    3500-TABLE-NEW-HIRE - KEEP THE HIRE JUST LOADED FOR THE      *
002630*    END-OF-RUN REHIRE CHECK.                                     *
002640******************************************************************
002650 3500-TABLE-NEW-HIRE.
002660     IF HR20-HIRE-USED >= HR20-HIRE-LIMIT
002670         ADD 1 TO HR20-NOT-CHECKED-COUNT
002680         DISPLAY 'EMPLOAD: HIRE TABLE FULL - NO REHIRE CHECK '
002690             'FOR ' EMP-EMPLOYEE-ID
002700         GO TO 3500-TABLE-NEW-HIRE-EXIT
002710     END-IF.
002720     ADD 1 TO HR20-HIRE-USED.
002730     ADD 1 TO HR20-CHECKED-COUNT.
002740     MOVE EMP-EMPLOYEE-ID
002750         TO HR20-HIRE-EMPLOYEE-ID (HR20-HIRE-USED).
002760     MOVE EMP-GENDER TO HR20-HIRE-GENDER (HR20-HIRE-USED).
002770     MOVE EMP-FIRST-NAME
002780         TO HR20-HIRE-FIRST-NAME (HR20-HIRE-USED).
002790     MOVE EMP-LAST-NAME
002800         TO HR20-HIRE-LAST-NAME (HR20-HIRE-USED).
002810     MOVE EMP-HIRE-DATE
002820         TO HR20-HIRE-HIRE-DATE (HR20-HIRE-USED).
002830 3500-TABLE-NEW-HIRE-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    5000-CHECK-REHIRES - ONE PASS OF THE TERMINATED-EMPLOYEE     *
002880*    ARCHIVE (EVERY CATALOGED GENERATION, AS EMPARCH READS IT),   *
002890*    TESTING EACH ARCHIVED RECORD AGAINST EVERY HIRE LOADED       *
002900*    TONIGHT.  A HIRE CAN MATCH SEVERAL ARCHIVED RECORDS AND      *
002910*    EACH MATCH IS REPORTED.  NOTHING HERE CHANGES THE MASTER.    *
002920******************************************************************
002930 5000-CHECK-REHIRES.
002940     MOVE SPACES TO REHIRRPT-RECORD.
002950     STRING 'LIKELY REHIRES - NEW HIRES MATCHING THE '
002960                                         DELIMITED BY SIZE
002970            'TERMINATED-EMPLOYEE ARCHIVE'
002980                                         DELIMITED BY SIZE
002990         INTO REHIRRPT-RECORD
003000     END-STRING.
003010     WRITE REHIRRPT-RECORD.
003020     MOVE SPACES TO REHIRRPT-RECORD.
003030     STRING '(SAME LAST NAME, FIRST NAME AND GENDER - '
003040                                         DELIMITED BY SIZE
003050            'CONFIRM WITH HR)'           DELIMITED BY SIZE
003060         INTO REHIRRPT-RECORD
003070     END-STRING.
003080     WRITE REHIRRPT-RECORD.
003090     IF HR20-HIRE-USED = ZERO
003100         GO TO 5000-CHECK-REHIRES-TOTALS
003110     END-IF.
003120     PERFORM 5100-READ-ARCHIVE THRU 5100-READ-ARCHIVE-EXIT
003130         UNTIL HR20-ARCHIVE-EOF.
003140 5000-CHECK-REHIRES-TOTALS.
003150     MOVE SPACES TO REHIRRPT-RECORD.
003160     WRITE REHIRRPT-RECORD.
003170     MOVE SPACES TO REHIRRPT-RECORD.
003180     STRING 'TOTALS - HIRES CHECKED: '   DELIMITED BY SIZE
003190            HR20-CHECKED-COUNT           DELIMITED BY SIZE
003200            ' LIKELY REHIRES: '          DELIMITED BY SIZE
003210            HR20-REHIRE-COUNT            DELIMITED BY SIZE
003220            ' ARCHIVE READ: '            DELIMITED BY SIZE
003230            HR20-ARCHIVE-READ-COUNT      DELIMITED BY SIZE
003240         INTO REHIRRPT-RECORD
003250         ON OVERFLOW
003260             DISPLAY 'EMPLOAD: REHIRE TOTALS LINE TRUNCATED'
003270     END-STRING.
003280     WRITE REHIRRPT-RECORD.
003290     DISPLAY REHIRRPT-RECORD.
003300     IF HR20-NOT-CHECKED-COUNT > ZERO
003310         MOVE SPACES TO REHIRRPT-RECORD
003320         STRING 'HIRES NOT CHECKED (TABLE FULL): '
003330                                         DELIMITED BY SIZE
003340                HR20-NOT-CHECKED-COUNT   DELIMITED BY SIZE
003350             INTO REHIRRPT-RECORD
003360         END-STRING
003370         WRITE REHIRRPT-RECORD
003380         DISPLAY REHIRRPT-RECORD
003390     END-IF.
003400 5000-CHECK-REHIRES-EXIT.
003410     EXIT.
003420
003430 5100-READ-ARCHIVE.
003440     READ ARCHIVE-FILE
003450         AT END
003460             MOVE 'Y' TO HR20-ARCHIVE-EOF-SWITCH
003470             GO TO 5100-READ-ARCHIVE-EXIT
003480         NOT AT END
003490             CONTINUE
003500     END-READ.
003510     ADD 1 TO HR20-ARCHIVE-READ-COUNT.
003520     PERFORM 5200-MATCH-ONE-HIRE THRU 5200-MATCH-ONE-HIRE-EXIT
003530         VARYING HR20-HSUB FROM 1 BY 1
003540         UNTIL HR20-HSUB > HR20-HIRE-USED.
003550 5100-READ-ARCHIVE-EXIT.
003560     EXIT.
003570
003580 5200-MATCH-ONE-HIRE.
003590     IF ARCH-LAST-NAME = HR20-HIRE-LAST-NAME (HR20-HSUB) AND
003600        ARCH-FIRST-NAME = HR20-HIRE-FIRST-NAME (HR20-HSUB) AND
003610        ARCH-GENDER = HR20-HIRE-GENDER (HR20-HSUB)
003620         PERFORM 5300-REPORT-REHIRE
003630             THRU 5300-REPORT-REHIRE-EXIT
003640     END-IF.
003650 5200-MATCH-ONE-HIRE-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    5300-REPORT-REHIRE - LIST THE MATCH AS A TWO-LINE PAIR (NEW  *
003700*    HIRE, THEN THE ARCHIVED RECORD IT MATCHED) AND WRITE THE     *
003710*    TWO CROSS-REFERENCE RECORDS.                                 *
003720******************************************************************
003730 5300-REPORT-REHIRE.
003740     ADD 1 TO HR20-REHIRE-COUNT.
003750     MOVE SPACES TO REHIRRPT-RECORD.
003760     WRITE REHIRRPT-RECORD.
003770     MOVE SPACES TO REHIRRPT-RECORD.
003780     STRING 'NEW ID: '                   DELIMITED BY SIZE
003790            HR20-HIRE-EMPLOYEE-ID (HR20-HSUB)
003800                                         DELIMITED BY SIZE
003810            '  '                         DELIMITED BY SIZE
003820            HR20-HIRE-LAST-NAME (HR20-HSUB)
003830                                         DELIMITED BY SIZE
003840            ' '                          DELIMITED BY SIZE
003850            HR20-HIRE-FIRST-NAME (HR20-HSUB)
003860                                         DELIMITED BY SIZE
003870            ' GENDER='                   DELIMITED BY SIZE
003880            HR20-HIRE-GENDER (HR20-HSUB) DELIMITED BY SIZE
003890            ' HIRED='                    DELIMITED BY SIZE
003900            HR20-HIRE-HIRE-DATE (HR20-HSUB)
003910                                         DELIMITED BY SIZE
003920         INTO REHIRRPT-RECORD
003930         ON OVERFLOW
003940             DISPLAY 'EMPLOAD: REHIRE LINE TRUNCATED FOR '
003950                 HR20-HIRE-EMPLOYEE-ID (HR20-HSUB)
003960     END-STRING.
003970     WRITE REHIRRPT-RECORD.
003980     MOVE SPACES TO REHIRRPT-RECORD.
003990     STRING '  OLD ID: '                 DELIMITED BY SIZE
004000            ARCH-EMPLOYEE-ID             DELIMITED BY SIZE
004010            '  OLD HIRE DATE='           DELIMITED BY SIZE
004020            ARCH-HIRE-DATE               DELIMITED BY SIZE
004030            ' PURGED='                   DELIMITED BY SIZE
004040            ARCH-PURGE-DATE              DELIMITED BY SIZE
004050            ' OLD DEPT='                 DELIMITED BY SIZE
004060            ARCH-DEPT-CODE               DELIMITED BY SIZE
004070         INTO REHIRRPT-RECORD
004080         ON OVERFLOW
004090             DISPLAY 'EMPLOAD: REHIRE LINE TRUNCATED FOR '
004100                 ARCH-EMPLOYEE-ID
004110     END-STRING.
004120     WRITE REHIRRPT-RECORD.
004130     MOVE SPACES TO RX-XREF-RECORD.
004140     MOVE ARCH-HIRE-DATE TO RX-OLD-HIRE-DATE.
004150     MOVE ARCH-PURGE-DATE TO RX-OLD-PURGE-DATE.
004160     MOVE ARCH-DEPT-CODE TO RX-OLD-DEPT-CODE.
004170     MOVE HR20-HIRE-HIRE-DATE (HR20-HSUB) TO RX-NEW-HIRE-DATE.
004180     MOVE HR20-RUN-DATE TO RX-LINKED-DATE.
004190     MOVE HR20-HIRE-EMPLOYEE-ID (HR20-HSUB) TO RX-LOOKUP-ID.
004200     MOVE 'N' TO RX-LINK-TYPE.
004210     MOVE ARCH-EMPLOYEE-ID TO RX-LINKED-ID.
004220     PERFORM 5400-WRITE-XREF THRU 5400-WRITE-XREF-EXIT.
004230     MOVE ARCH-EMPLOYEE-ID TO RX-LOOKUP-ID.
004240     MOVE 'O' TO RX-LINK-TYPE.
004250     MOVE HR20-HIRE-EMPLOYEE-ID (HR20-HSUB) TO RX-LINKED-ID.
004260     PERFORM 5400-WRITE-XREF THRU 5400-WRITE-XREF-EXIT.
004270 5300-REPORT-REHIRE-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*    5400-WRITE-XREF - A LINK ALREADY ON FILE (A RERUN OF THE     *
004320*    SAME FEED) IS LEFT AS IT IS.                                 *
004330******************************************************************
004340 5400-WRITE-XREF.
004350     WRITE RX-XREF-RECORD
004360         INVALID KEY
004370             GO TO 5400-WRITE-XREF-EXIT
004380     END-WRITE.
004390     IF HR20-REHIRXRF-STATUS NOT = '00'
004400         DISPLAY 'EMPLOAD: REHIRE-XREF WRITE FAILED FOR '
004410             RX-LOOKUP-ID
004420             ' STATUS=' HR20-REHIRXRF-STATUS
004430         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
004440     END-IF.
004450 5400-WRITE-XREF-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    8000-WRITE-JOURNAL-RECORD - WRITE THE CHANGE-JOURNAL RECORD  *
004500*    FOR THE NEW HIRE JUST WRITTEN: SPACES BEFORE IMAGE (THE      *
004510*    RECORD DID NOT EXIST), THE NEW MASTER RECORD AS THE AFTER    *
004520*    IMAGE, TERMINAL 'BTCH' AND THIS PROGRAM AS THE OPERATOR.     *
004530******************************************************************
004540 8000-WRITE-JOURNAL-RECORD.
004550     MOVE SPACES TO JRNL-RECORD.
004560     MOVE EMP-EMPLOYEE-ID TO JRNL-EMPLOYEE-ID.
004570     MOVE HR20-RUN-DATE TO JRNL-CHANGE-DATE.
004580     MOVE HR20-RUN-TIME TO JRNL-CHANGE-TIME.
004590     MOVE 'BTCH' TO JRNL-TERMINAL-ID.
004600     MOVE 'EMPLOAD' TO JRNL-OPERATOR-ID.
004610     MOVE SPACES TO JRNL-BEFORE-IMAGE.
004620     MOVE EMP-MASTER-RECORD TO JRNL-AFTER-IMAGE.
004630     MOVE JRNL-RECORD TO EMPJRNL-RECORD.
004640     WRITE EMPJRNL-RECORD.
004650 8000-WRITE-JOURNAL-RECORD-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690*    9000-TERMINATE - RUN THE REHIRE CHECK, CLOSE FILES, PRINT    *
004700*    TOTALS AND END THE RUN.                                      *
004710******************************************************************
004720 9000-TERMINATE.
004730     PERFORM 5000-CHECK-REHIRES
004740         THRU 5000-CHECK-REHIRES-EXIT.
004750     MOVE SPACES TO LOADRPT-RECORD.
004760     STRING 'TOTALS - FEED READ: '       DELIMITED BY SIZE
004770            HR20-FEED-READ-COUNT          DELIMITED BY SIZE
004780            ' ON FILE: '                 DELIMITED BY SIZE
004790            HR20-ON-FILE-COUNT            DELIMITED BY SIZE
004800            ' LOADED: '                  DELIMITED BY SIZE
004810            HR20-LOADED-COUNT             DELIMITED BY SIZE
004820            ' REJECTED: '                DELIMITED BY SIZE
004830            HR20-REJECTED-COUNT           DELIMITED BY SIZE
004840         INTO LOADRPT-RECORD
004850         ON OVERFLOW
004860             DISPLAY 'EMPLOAD: TOTALS LINE TRUNCATED'
004870     END-STRING.
004880     WRITE LOADRPT-RECORD.
004890     DISPLAY LOADRPT-RECORD.
004900     CLOSE EMPLOYEE-MASTER.
004910     CLOSE HR-FEED.
004920     CLOSE LOAD-REPORT.
004930     CLOSE REJECT-REPORT.
004940     CLOSE JOURNAL-FILE.
004950     CLOSE ARCHIVE-FILE.
004960     CLOSE REHIRE-XREF.
004970     CLOSE REHIRE-REPORT.
004980 9000-TERMINATE-EXIT.
004990     EXIT.
