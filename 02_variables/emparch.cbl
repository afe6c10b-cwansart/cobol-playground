000290*    DATE       INIT  DESCRIPTION                                 *
000300*    ---------- ----  --------------------------------------      *
000310*    2026-09-01 DWL   ORIGINAL VERSION.                            *
000311*    2026-10-15 DWL   EACH HIT, AND EACH ID REQUEST NOT IN THE     *
000312*                     ARCHIVE, NOW ALSO LISTS ANY REHIRE LINK ON   *
000313*                     THE REHIRE CROSS-REFERENCE FILE.             *
000314*                     A CROSS-REFERENCE FILE NOT YET LOADED        *
000315*                     READS AS EMPTY.                              *
000320*                                                                 *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HR20-ARCHRPT-STATUS.
000510
000511     SELECT OPTIONAL REHIRE-XREF
000512         ASSIGN TO "REHIRXRF"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS RX-XREF-KEY
000516         FILE STATUS IS HR20-REHIRXRF-STATUS.
000517
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ARCHIVE-FILE.
000620 FD  ARCHIVE-REPORT.
000630 01  ARCHRPT-RECORD                  PIC X(80).
000640
000642 FD  REHIRE-XREF.
000644     COPY REHIRXRF.
000646
000650 WORKING-STORAGE SECTION.
000660******************************************************************
000670*    PROGRAM SWITCHES AND COUNTERS.                               *
000710         88  HR20-SYSIN-EOF              VALUE 'Y'.
000720     05  HR20-ARCHIVE-EOF-SWITCH     PIC X(01) VALUE 'N'.
000730         88  HR20-ARCHIVE-EOF            VALUE 'Y'.
000733     05  HR20-XREF-END-SWITCH        PIC X(01) VALUE 'N'.
000736         88  HR20-XREF-END               VALUE 'Y'.
000740
000750 01  HR20-COUNTERS.
000760     05  HR20-REQUEST-COUNT          PIC 9(07) VALUE ZERO.
000770     05  HR20-ARCHIVE-READ-COUNT     PIC 9(07) VALUE ZERO.
000780     05  HR20-HIT-COUNT              PIC 9(07) VALUE ZERO.
000790     05  HR20-NOT-FOUND-COUNT        PIC 9(07) VALUE ZERO.
000795     05  HR20-LINK-COUNT             PIC 9(07) VALUE ZERO.
000800
000810 01  HR20-FILE-STATUSES.
000820     05  HR20-ARCHIVE-STATUS         PIC X(02).
000830     05  HR20-SYSIN-STATUS           PIC X(02).
000840     05  HR20-ARCHRPT-STATUS         PIC X(02).
000845     05  HR20-REHIRXRF-STATUS        PIC X(02).
000850
000860******************************************************************
000870*    REQUEST TABLE.  THE CARD DECK IS LOADED UP FRONT SO THE      *
001010             88  HR20-REQ-FOUND          VALUE 'Y'.
001020
001030 01  HR20-RSUB                       PIC 9(03) COMP VALUE ZERO.
001035 01  HR20-LINK-ID                    PIC X(06).
001040
001050******************************************************************
001060*    THE ARCHIVED EMPLOYEE IMAGE IS UNPACKED THROUGH THE SHARED   *
001320     OPEN INPUT ARCHIVE-FILE.
001330     OPEN INPUT REQUEST-CARDS.
001340     OPEN OUTPUT ARCHIVE-REPORT.
001345     OPEN INPUT REHIRE-XREF.
001350     IF HR20-ARCHIVE-STATUS NOT = '00'
001360         DISPLAY 'EMPARCH: UNABLE TO OPEN ARCHIVE-FILE, '
001370             'STATUS=' HR20-ARCHIVE-STATUS
001450     IF HR20-ARCHRPT-STATUS NOT = '00'
001460         DISPLAY 'EMPARCH: UNABLE TO OPEN ARCHIVE-REPORT, '
001470             'STATUS=' HR20-ARCHRPT-STATUS
001471         GO TO 1000-INITIALIZE-ABEND
001472     END-IF.
001473     IF HR20-REHIRXRF-STATUS NOT = '00'
001474        AND HR20-REHIRXRF-STATUS NOT = '05'
001475         DISPLAY 'EMPARCH: UNABLE TO OPEN REHIRE-XREF, '
001476             'STATUS=' HR20-REHIRXRF-STATUS
001480         GO TO 1000-INITIALIZE-ABEND
001490     END-IF.
001500     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
002410******************************************************************
002420*    3200-PRINT-ARCHIVE-HIT - PRINT THE FULL ARCHIVED RECORD AND  *
002430*    THE PURGE DATE AS A TWO-LINE PAIR (ONE LINE WOULD OVERFLOW   *
002436*    THE 80-BYTE REPORT RECORD), MARK THE REQUEST SATISFIED AND   *
002442*    LIST ANY REHIRE LINK FOR THE ARCHIVED ID.                    *
002450******************************************************************
002460 3200-PRINT-ARCHIVE-HIT.
002470     ADD 1 TO HR20-HIT-COUNT.
002740                 EMP-EMPLOYEE-ID
002750     END-STRING.
002760     WRITE ARCHRPT-RECORD.
002761     MOVE EMP-EMPLOYEE-ID TO HR20-LINK-ID.
002762     PERFORM 3300-PRINT-REHIRE-LINKS
002763         THRU 3300-PRINT-REHIRE-LINKS-EXIT.
002764 3200-PRINT-ARCHIVE-HIT-EXIT.
002765     EXIT.
002766
002767******************************************************************
002768*    3300-PRINT-REHIRE-LINKS - LIST EVERY REHIRE CROSS-REFERENCE  *
002769*    FOR THE ID IN HR20-LINK-ID.  AN ARCHIVED ID SHOWS THE NEW    *
002770*    ID IT WAS LIKELY REHIRED AS; A CURRENT ID SHOWS THE ARCHIVED *
002771*    RECORD IT LIKELY REPLACES.                                   *
002772******************************************************************
002773 3300-PRINT-REHIRE-LINKS.
002774     MOVE 'N' TO HR20-XREF-END-SWITCH.
002775     MOVE HR20-LINK-ID TO RX-LOOKUP-ID.
002776     MOVE LOW-VALUES TO RX-LINK-TYPE.
002777     MOVE LOW-VALUES TO RX-LINKED-ID.
002778     START REHIRE-XREF KEY IS NOT LESS THAN RX-XREF-KEY
002779         INVALID KEY
002780             GO TO 3300-PRINT-REHIRE-LINKS-EXIT
002781     END-START.
002782     PERFORM 3400-PRINT-NEXT-LINK
002783         THRU 3400-PRINT-NEXT-LINK-EXIT
002784         UNTIL HR20-XREF-END.
002785 3300-PRINT-REHIRE-LINKS-EXIT.
002786     EXIT.
002787
002788 3400-PRINT-NEXT-LINK.
002789     READ REHIRE-XREF NEXT RECORD
002790         AT END
002791             MOVE 'Y' TO HR20-XREF-END-SWITCH
002792             GO TO 3400-PRINT-NEXT-LINK-EXIT
002793     END-READ.
002794     IF RX-LOOKUP-ID NOT = HR20-LINK-ID
002795         MOVE 'Y' TO HR20-XREF-END-SWITCH
002796         GO TO 3400-PRINT-NEXT-LINK-EXIT
002797     END-IF.
002798     ADD 1 TO HR20-LINK-COUNT.
002799     MOVE SPACES TO ARCHRPT-RECORD.
002800     IF RX-LOOKUP-IS-NEW-ID
002801         STRING '       LIKELY REHIRE OF '  DELIMITED BY SIZE
002802                RX-LINKED-ID                DELIMITED BY SIZE
002803                ' HIRED='                   DELIMITED BY SIZE
002804                RX-OLD-HIRE-DATE            DELIMITED BY SIZE
002805                ' PURGED='                  DELIMITED BY SIZE
002806                RX-OLD-PURGE-DATE           DELIMITED BY SIZE
002807                ' DEPT='                    DELIMITED BY SIZE
002808                RX-OLD-DEPT-CODE            DELIMITED BY SIZE
002809             INTO ARCHRPT-RECORD
002810         END-STRING
002811     ELSE
002812         STRING '       LIKELY REHIRED AS ' DELIMITED BY SIZE
002813                RX-LINKED-ID                DELIMITED BY SIZE
002814                ' HIRED='                   DELIMITED BY SIZE
002815                RX-NEW-HIRE-DATE            DELIMITED BY SIZE
002816             INTO ARCHRPT-RECORD
002817         END-STRING
002818     END-IF.
002819     WRITE ARCHRPT-RECORD.
002820 3400-PRINT-NEXT-LINK-EXIT.
002821     EXIT.
002822
002823******************************************************************
002824*    7000-PRINT-NOT-FOUND - AFTER THE FULL PASS, ANY REQUEST      *
002825*    STILL UNSATISFIED GETS A CLEAR NOT-IN-ARCHIVE LINE.  AN ID   *
002826*    REQUEST ALSO LISTS ANY REHIRE LINK, SO A CURRENT EMPLOYEE'S  *
002827*    ID LEADS BACK TO THE ARCHIVED RECORD IT LIKELY REPLACES.     *
002830******************************************************************
002840 7000-PRINT-NOT-FOUND.
002850     IF HR20-REQ-FOUND (HR20-RSUB)
003030         END-STRING
003040     END-IF.
003050     WRITE ARCHRPT-RECORD.
003051     IF HR20-REQ-BY-ID (HR20-RSUB)
003052         MOVE HR20-REQ-EMPLOYEE-ID (HR20-RSUB) TO HR20-LINK-ID
003053         PERFORM 3300-PRINT-REHIRE-LINKS
003054             THRU 3300-PRINT-REHIRE-LINKS-EXIT
003055     END-IF.
003060 7000-PRINT-NOT-FOUND-EXIT.
003070     EXIT.
003080
003250     END-STRING.
003260     WRITE ARCHRPT-RECORD.
003270     DISPLAY ARCHRPT-RECORD.
003271     MOVE SPACES TO ARCHRPT-RECORD.
003272     STRING '         REHIRE LINKS LISTED: ' DELIMITED BY SIZE
003273            HR20-LINK-COUNT             DELIMITED BY SIZE
003274         INTO ARCHRPT-RECORD
003275     END-STRING.
003276     WRITE ARCHRPT-RECORD.
003277     DISPLAY ARCHRPT-RECORD.
003280     CLOSE ARCHIVE-FILE.
003290     CLOSE REQUEST-CARDS.
003300     CLOSE ARCHIVE-REPORT.
003305     CLOSE REHIRE-XREF.
003310 9000-TERMINATE-EXIT.
003320     EXIT.
