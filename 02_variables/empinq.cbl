000240*    DATE       INIT  DESCRIPTION                                 *
000250*    ---------- ----  --------------------------------------      *
000260*    2026-08-22 DWL   ORIGINAL VERSION.                            *
000261*    2026-10-15 DWL   EACH REQUEST NOW ALSO LISTS ANY REHIRE       *
000262*                     LINK ON THE REHIRE CROSS-REFERENCE FILE -    *
000263*                     THE OLD ID A NEW HIRE LIKELY REPLACES, OR    *
000264*                     THE NEW ID AN ARCHIVED ID WAS LIKELY         *
000265*                     REHIRED AS.  AN ID THAT IS NOT ON FILE CAN   *
000266*                     STILL HAVE A LINK.                           *
000267*                     A CROSS-REFERENCE FILE NOT YET LOADED        *
000268*                     READS AS EMPTY.                              *
000270*                                                                 *
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HR20-INQRPT-STATUS.
000480
000481     SELECT OPTIONAL REHIRE-XREF
000482         ASSIGN TO "REHIRXRF"
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS RX-XREF-KEY
000486         FILE STATUS IS HR20-REHIRXRF-STATUS.
000487
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EMPLOYEE-MASTER.
000570 FD  INQUIRY-REPORT.
000580 01  INQRPT-RECORD                   PIC X(80).
000590
000592 FD  REHIRE-XREF.
000594     COPY REHIRXRF.
000596
000600 WORKING-STORAGE SECTION.
000610******************************************************************
000620*    PROGRAM SWITCHES AND COUNTERS.                               *
000640 01  HR20-SWITCHES.
000650     05  HR20-SYSIN-EOF-SWITCH       PIC X(01) VALUE 'N'.
000660         88  HR20-SYSIN-EOF              VALUE 'Y'.
000663     05  HR20-XREF-END-SWITCH        PIC X(01) VALUE 'N'.
000666         88  HR20-XREF-END               VALUE 'Y'.
000670
000680 01  HR20-COUNTERS.
000690     05  HR20-REQUEST-COUNT          PIC 9(07) VALUE ZERO.
000700     05  HR20-FOUND-COUNT            PIC 9(07) VALUE ZERO.
000710     05  HR20-NOT-FOUND-COUNT        PIC 9(07) VALUE ZERO.
000715     05  HR20-LINK-COUNT             PIC 9(07) VALUE ZERO.
000720
000730 01  HR20-FILE-STATUSES.
000740     05  HR20-EMPMSTR-STATUS         PIC X(02).
000750     05  HR20-SYSIN-STATUS           PIC X(02).
000760     05  HR20-INQRPT-STATUS          PIC X(02).
000765     05  HR20-REHIRXRF-STATUS        PIC X(02).
000770
000780******************************************************************
000790*    GENDER CODE LABELS, THE SAME LIST THE NIGHTLY SUMMARY USES.  *
000870     05  HR20-GENDER-LABEL OCCURS 4 TIMES PIC X(11).
000880
000890 01  HR20-NAME-FORMAT-LINE           PIC X(40).
000895 01  HR20-LINK-ID                    PIC X(06).
000900
000910 PROCEDURE DIVISION.
000920******************************************************************
001060     OPEN INPUT EMPLOYEE-MASTER.
001070     OPEN INPUT INQUIRY-CARDS.
001080     OPEN OUTPUT INQUIRY-REPORT.
001085     OPEN INPUT REHIRE-XREF.
001090     IF HR20-EMPMSTR-STATUS NOT = '00'
001100         DISPLAY 'EMPINQ: UNABLE TO OPEN EMPLOYEE-MASTER, '
001110             'STATUS=' HR20-EMPMSTR-STATUS
001190     IF HR20-INQRPT-STATUS NOT = '00'
001200         DISPLAY 'EMPINQ: UNABLE TO OPEN INQUIRY-REPORT, '
001210             'STATUS=' HR20-INQRPT-STATUS
001211         GO TO 1000-INITIALIZE-ABEND
001212     END-IF.
001213     IF HR20-REHIRXRF-STATUS NOT = '00'
001214        AND HR20-REHIRXRF-STATUS NOT = '05'
001215         DISPLAY 'EMPINQ: UNABLE TO OPEN REHIRE-XREF, '
001216             'STATUS=' HR20-REHIRXRF-STATUS
001220         GO TO 1000-INITIALIZE-ABEND
001230     END-IF.
001240     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
001480             PERFORM 3000-PRINT-EMPLOYEE
001490                 THRU 3000-PRINT-EMPLOYEE-EXIT
001500     END-READ.
001502     MOVE INQCARD-RECORD (1:6) TO HR20-LINK-ID.
001504     PERFORM 3200-PRINT-REHIRE-LINKS
001506         THRU 3200-PRINT-REHIRE-LINKS-EXIT.
001510 2000-PROCESS-CARD-NEXT.
001520     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
001530 2000-PROCESS-CARD-EXIT.
002090     STRING EMP-EMPLOYEE-ID      DELIMITED BY SIZE
002100            '  *** NOT ON FILE ***'  DELIMITED BY SIZE
002110         INTO INQRPT-RECORD
002111     END-STRING.
002112     WRITE INQRPT-RECORD.
002113 3100-PRINT-NOT-FOUND-EXIT.
002114     EXIT.
002115
002116******************************************************************
002117*    3200-PRINT-REHIRE-LINKS - LIST EVERY REHIRE CROSS-           *
002118*    REFERENCE FOR THE ID IN HR20-LINK-ID, WHETHER IT IS THE NEW  *
002119*    ID (LINKED TO THE ARCHIVED RECORD IT LIKELY REPLACES) OR AN  *
002120*    ARCHIVED ID (LINKED TO THE NEW ID IT WAS LIKELY REHIRED AS). *
002121******************************************************************
002122 3200-PRINT-REHIRE-LINKS.
002123     MOVE 'N' TO HR20-XREF-END-SWITCH.
002124     MOVE HR20-LINK-ID TO RX-LOOKUP-ID.
002125     MOVE LOW-VALUES TO RX-LINK-TYPE.
002126     MOVE LOW-VALUES TO RX-LINKED-ID.
002127     START REHIRE-XREF KEY IS NOT LESS THAN RX-XREF-KEY
002128         INVALID KEY
002129             GO TO 3200-PRINT-REHIRE-LINKS-EXIT
002130     END-START.
002131     PERFORM 3300-PRINT-NEXT-LINK
002132         THRU 3300-PRINT-NEXT-LINK-EXIT
002133         UNTIL HR20-XREF-END.
002134 3200-PRINT-REHIRE-LINKS-EXIT.
002135     EXIT.
002136
002137 3300-PRINT-NEXT-LINK.
002138     READ REHIRE-XREF NEXT RECORD
002139         AT END
002140             MOVE 'Y' TO HR20-XREF-END-SWITCH
002141             GO TO 3300-PRINT-NEXT-LINK-EXIT
002142     END-READ.
002143     IF RX-LOOKUP-ID NOT = HR20-LINK-ID
002144         MOVE 'Y' TO HR20-XREF-END-SWITCH
002145         GO TO 3300-PRINT-NEXT-LINK-EXIT
002146     END-IF.
002147     ADD 1 TO HR20-LINK-COUNT.
002148     MOVE SPACES TO INQRPT-RECORD.
002149     IF RX-LOOKUP-IS-NEW-ID
002150         STRING '        LIKELY REHIRE OF ' DELIMITED BY SIZE
002151                RX-LINKED-ID              DELIMITED BY SIZE
002152                '  HIRED='                DELIMITED BY SIZE
002153                RX-OLD-HIRE-DATE          DELIMITED BY SIZE
002154                ' PURGED='                DELIMITED BY SIZE
002155                RX-OLD-PURGE-DATE         DELIMITED BY SIZE
002156                ' DEPT='                  DELIMITED BY SIZE
002157                RX-OLD-DEPT-CODE          DELIMITED BY SIZE
002158             INTO INQRPT-RECORD
002159         END-STRING
002160     ELSE
002161         STRING '        LIKELY REHIRED AS '
002162                                    DELIMITED BY SIZE
002163                RX-LINKED-ID              DELIMITED BY SIZE
002164                '  HIRED='                DELIMITED BY SIZE
002165                RX-NEW-HIRE-DATE          DELIMITED BY SIZE
002166             INTO INQRPT-RECORD
002167         END-STRING
002168     END-IF.
002169     WRITE INQRPT-RECORD.
002170 3300-PRINT-NEXT-LINK-EXIT.
002171     EXIT.
002172
002173******************************************************************
002180*    9000-TERMINATE - CLOSE FILES, PRINT TOTALS AND END THE RUN.  *
002190******************************************************************
002200 9000-TERMINATE.
002290     END-STRING.
002300     WRITE INQRPT-RECORD.
002310     DISPLAY INQRPT-RECORD.
002311     MOVE SPACES TO INQRPT-RECORD.
002312     STRING '         REHIRE LINKS LISTED: ' DELIMITED BY SIZE
002313            HR20-LINK-COUNT             DELIMITED BY SIZE
002314         INTO INQRPT-RECORD
002315     END-STRING.
002316     WRITE INQRPT-RECORD.
002317     DISPLAY INQRPT-RECORD.
002320     CLOSE EMPLOYEE-MASTER.
002330     CLOSE INQUIRY-CARDS.
002340     CLOSE INQUIRY-REPORT.
002345     CLOSE REHIRE-XREF.
002350 9000-TERMINATE-EXIT.
002360     EXIT.
