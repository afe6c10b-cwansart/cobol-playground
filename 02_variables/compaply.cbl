000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COMPAPLY.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  COMPAPLY                                     *
000100*    DESCRIPTION :  NIGHTLY APPLY OF PENDING COMPENSATION        *
000110*                   CHANGES.  READS THE PENDING-COMP FILE         *
000120*                   (PENDCOMP LAYOUT, KEYED ON EMPLOYEE ID PLUS   *
000130*                   EFFECTIVE DATE) FROM THE TOP.  EVERY RECORD   *
000140*                   WHOSE EFFECTIVE DATE HAS ARRIVED IS ADDED     *
000150*                   OR REWRITTEN ON THE COMPENSATION MASTER BY    *
000160*                   KEYED READ, THE SAME UPSERT COMPLOAD USES,    *
000170*                   AND THEN DELETED FROM THE PENDING FILE.  THE  *
000180*                   KEY ORDER MEANS TWO DUE CHANGES FOR ONE       *
000190*                   EMPLOYEE APPLY OLDEST FIRST, SO THE LATEST    *
000200*                   ONE WINS.  A DUE CHANGE OLDER THAN THE        *
000210*                   EFFECTIVE DATE ALREADY ON THE MASTER IS       *
000220*                   DROPPED AS SUPERSEDED RATHER THAN ROLLING     *
000230*                   THE MASTER BACK.  RECORDS NOT YET DUE ARE     *
000240*                   LEFT IN PLACE.  THE APPLY REPORT LISTS        *
000250*                   EVERY RECORD AS APPLIED, SUPERSEDED OR        *
000260*                   WAITING, WITH TOTALS AT THE END.  RUNS IN     *
000270*                   VARJOB AHEAD OF XTRACT SO THE VENDOR          *
000280*                   EXTRACT CARRIES THE DAY'S NEW PAY.            *
000290*                                                                 *
000300*    MODIFICATION HISTORY                                        *
000310*    ----------------------------------------------------------  *
000320*    DATE       INIT  DESCRIPTION                                 *
000330*    ---------- ----  --------------------------------------      *
000340*    2026-10-05 DWL   ORIGINAL VERSION.                            *
000345*    2026-10-15 DWL   SHORTEN DETAIL LINE LABELS TO FIT 80 BYTES.  *
000350*                                                                 *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PENDING-COMP
000410         ASSIGN TO "PENDCOMP"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS PND-PENDING-KEY
000450         FILE STATUS IS HR20-PENDCOMP-STATUS.
000460
000470     SELECT COMP-MASTER
000480         ASSIGN TO "COMPMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CMP-EMPLOYEE-ID
000520         FILE STATUS IS HR20-COMPMSTR-STATUS.
000530
000540     SELECT APPLY-REPORT
000550         ASSIGN TO "APLYRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HR20-APLYRPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PENDING-COMP.
000620     COPY PENDCOMP.
000630
000640 FD  COMP-MASTER.
000650     COPY COMPREC.
000660
000670 FD  APPLY-REPORT.
000680 01  APLYRPT-RECORD                  PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710******************************************************************
000720*    PROGRAM SWITCHES AND COUNTERS.                               *
000730******************************************************************
000740 01  HR20-SWITCHES.
000750     05  HR20-PENDCOMP-EOF-SWITCH    PIC X(01) VALUE 'N'.
000760         88  HR20-PENDCOMP-EOF           VALUE 'Y'.
000770
000780 01  HR20-COUNTERS.
000790     05  HR20-PENDING-READ-COUNT     PIC 9(07) VALUE ZERO.
000800     05  HR20-ADDED-COUNT            PIC 9(07) VALUE ZERO.
000810     05  HR20-CHANGED-COUNT          PIC 9(07) VALUE ZERO.
000820     05  HR20-SUPERSEDED-COUNT       PIC 9(07) VALUE ZERO.
000830     05  HR20-WAITING-COUNT          PIC 9(07) VALUE ZERO.
000840
000850 01  HR20-FILE-STATUSES.
000860     05  HR20-PENDCOMP-STATUS        PIC X(02).
000870     05  HR20-COMPMSTR-STATUS        PIC X(02).
000880     05  HR20-APLYRPT-STATUS         PIC X(02).
000890
000900 01  HR20-CURRENT-DATE               PIC 9(08).
000910
000920 01  HR20-LINE-LABEL                 PIC X(12).
000930
000940 01  HR20-SALARY-EDIT                PIC Z(06)9.99.
000950
000960 PROCEDURE DIVISION.
000970******************************************************************
000980*    0000-MAINLINE                                                *
000990******************************************************************
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001020     PERFORM 2000-PROCESS-PENDING THRU 2000-PROCESS-PENDING-EXIT
001030         UNTIL HR20-PENDCOMP-EOF.
001040     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001050     STOP RUN.
001060
001070******************************************************************
001080*    1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING.   *
001090******************************************************************
001100 1000-INITIALIZE.
001110     OPEN I-O PENDING-COMP.
001120     OPEN I-O COMP-MASTER.
001130     OPEN OUTPUT APPLY-REPORT.
001140     PERFORM 1500-VERIFY-OPEN-STATUS
001150         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001160     ACCEPT HR20-CURRENT-DATE FROM DATE YYYYMMDD.
001170     MOVE SPACES TO APLYRPT-RECORD.
001180     STRING 'PENDING COMPENSATION APPLY - RUN DATE '
001190                                        DELIMITED BY SIZE
001200            HR20-CURRENT-DATE           DELIMITED BY SIZE
001210         INTO APLYRPT-RECORD
001220     END-STRING.
001230     WRITE APLYRPT-RECORD.
001240     MOVE SPACES TO APLYRPT-RECORD.
001250     WRITE APLYRPT-RECORD.
001260 1000-INITIALIZE-EXIT.
001270     EXIT.
001280
001290******************************************************************
001300*    1500-VERIFY-OPEN-STATUS - CONFIRM ALL THREE FILES OPENED     *
001310*    CLEANLY BEFORE THE MASTER IS TOUCHED.                        *
001320******************************************************************
001330 1500-VERIFY-OPEN-STATUS.
001340     IF HR20-PENDCOMP-STATUS NOT = '00'
001350         DISPLAY 'COMPAPLY: UNABLE TO OPEN PENDING-COMP, '
001360             'STATUS=' HR20-PENDCOMP-STATUS
001370         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001380     END-IF.
001390     IF HR20-COMPMSTR-STATUS NOT = '00'
001400         DISPLAY 'COMPAPLY: UNABLE TO OPEN COMP-MASTER, '
001410             'STATUS=' HR20-COMPMSTR-STATUS
001420         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001430     END-IF.
001440     IF HR20-APLYRPT-STATUS NOT = '00'
001450         DISPLAY 'COMPAPLY: UNABLE TO OPEN APPLY-REPORT, '
001460             'STATUS=' HR20-APLYRPT-STATUS
001470         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001480     END-IF.
001490     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001500 1500-VERIFY-OPEN-STATUS-ABEND.
001510     MOVE 16 TO RETURN-CODE.
001520     STOP RUN.
001530 1500-VERIFY-OPEN-STATUS-EXIT.
001540     EXIT.
001550
001560******************************************************************
001570*    2000-PROCESS-PENDING - READ THE NEXT PENDING RECORD.  A      *
001580*    RECORD NOT YET DUE IS LISTED AS WAITING AND LEFT ALONE;      *
001590*    A DUE ONE IS APPLIED AND REMOVED FROM THE PENDING FILE.      *
001600******************************************************************
001610 2000-PROCESS-PENDING.
001620     READ PENDING-COMP
001630         AT END
001640             MOVE 'Y' TO HR20-PENDCOMP-EOF-SWITCH
001650             GO TO 2000-PROCESS-PENDING-EXIT
001660         NOT AT END
001670             CONTINUE
001680     END-READ.
001690     ADD 1 TO HR20-PENDING-READ-COUNT.
001700     IF PND-EFFECT-DATE > HR20-CURRENT-DATE
001710         ADD 1 TO HR20-WAITING-COUNT
001720         MOVE 'WAITING:    ' TO HR20-LINE-LABEL
001730         PERFORM 7000-PRINT-PENDING-LINE
001740             THRU 7000-PRINT-PENDING-LINE-EXIT
001750         GO TO 2000-PROCESS-PENDING-EXIT
001760     END-IF.
001770     PERFORM 3000-APPLY-PENDING THRU 3000-APPLY-PENDING-EXIT.
001780     DELETE PENDING-COMP RECORD.
001790     IF HR20-PENDCOMP-STATUS NOT = '00'
001800         DISPLAY 'COMPAPLY: PENDING DELETE FAILED FOR '
001810             PND-EMPLOYEE-ID ' ' PND-EFFECT-DATE
001820             ' STATUS=' HR20-PENDCOMP-STATUS
001830         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001840     END-IF.
001850 2000-PROCESS-PENDING-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890*    3000-APPLY-PENDING - KEYED READ DECIDES ADD OR CHANGE, AS    *
001900*    IN COMPLOAD.  A MASTER RECORD ALREADY CARRYING A LATER       *
001910*    EFFECTIVE DATE MEANS PAYROLL HAS SINCE SENT A NEWER CHANGE;  *
001920*    THE PENDING ONE IS DROPPED AS SUPERSEDED.                    *
001930******************************************************************
001940 3000-APPLY-PENDING.
001950     MOVE PND-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
001960     READ COMP-MASTER
001970         INVALID KEY
001980             PERFORM 3100-ADD-COMP-RECORD
001990                 THRU 3100-ADD-COMP-RECORD-EXIT
002000         NOT INVALID KEY
002010             PERFORM 3200-CHANGE-COMP-RECORD
002020                 THRU 3200-CHANGE-COMP-RECORD-EXIT
002030     END-READ.
002040 3000-APPLY-PENDING-EXIT.
002050     EXIT.
002060
002070 3100-ADD-COMP-RECORD.
002080     MOVE SPACES TO CMP-COMP-RECORD.
002090     MOVE PND-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
002100     PERFORM 3300-MOVE-PENDING-FIELDS
002110         THRU 3300-MOVE-PENDING-FIELDS-EXIT.
002120     WRITE CMP-COMP-RECORD
002130         INVALID KEY
002140             DISPLAY 'COMPAPLY: WRITE FAILED FOR '
002150                 CMP-EMPLOYEE-ID
002160                 ' STATUS=' HR20-COMPMSTR-STATUS
002170             GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002180     END-WRITE.
002190     ADD 1 TO HR20-ADDED-COUNT.
002200     MOVE 'APPLIED:    ' TO HR20-LINE-LABEL.
002210     PERFORM 7000-PRINT-PENDING-LINE
002220         THRU 7000-PRINT-PENDING-LINE-EXIT.
002230 3100-ADD-COMP-RECORD-EXIT.
002240     EXIT.
002250
002260 3200-CHANGE-COMP-RECORD.
002270     IF CMP-EFFECT-DATE > PND-EFFECT-DATE
002280         ADD 1 TO HR20-SUPERSEDED-COUNT
002290         MOVE 'SUPERSEDED: ' TO HR20-LINE-LABEL
002300         PERFORM 7000-PRINT-PENDING-LINE
002310             THRU 7000-PRINT-PENDING-LINE-EXIT
002320         GO TO 3200-CHANGE-COMP-RECORD-EXIT
002330     END-IF.
002340     PERFORM 3300-MOVE-PENDING-FIELDS
002350         THRU 3300-MOVE-PENDING-FIELDS-EXIT.
002360     REWRITE CMP-COMP-RECORD.
002370     IF HR20-COMPMSTR-STATUS NOT = '00'
002380         DISPLAY 'COMPAPLY: REWRITE FAILED FOR '
002390             CMP-EMPLOYEE-ID
002400             ' STATUS=' HR20-COMPMSTR-STATUS
002410         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002420     END-IF.
002430     ADD 1 TO HR20-CHANGED-COUNT.
002440     MOVE 'APPLIED:    ' TO HR20-LINE-LABEL.
002450     PERFORM 7000-PRINT-PENDING-LINE
002460         THRU 7000-PRINT-PENDING-LINE-EXIT.
002470 3200-CHANGE-COMP-RECORD-EXIT.
002480     EXIT.
002490
002500 3300-MOVE-PENDING-FIELDS.
002510     MOVE PND-PAY-GRADE TO CMP-PAY-GRADE.
002520     MOVE PND-ANNUAL-SALARY TO CMP-ANNUAL-SALARY.
002530     MOVE PND-PAY-FREQ TO CMP-PAY-FREQ.
002540     MOVE PND-EFFECT-DATE TO CMP-EFFECT-DATE.
002550 3300-MOVE-PENDING-FIELDS-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590*    7000-PRINT-PENDING-LINE - ONE LINE PER PENDING RECORD,       *
002600*    LABELLED APPLIED, SUPERSEDED OR WAITING.                     *
002610******************************************************************
002620 7000-PRINT-PENDING-LINE.
002630     MOVE PND-ANNUAL-SALARY TO HR20-SALARY-EDIT.
002640     MOVE SPACES TO APLYRPT-RECORD.
002650     STRING HR20-LINE-LABEL             DELIMITED BY SIZE
002660            PND-EMPLOYEE-ID             DELIMITED BY SIZE
002670            ' EFF='                     DELIMITED BY SIZE
002680            PND-EFFECT-DATE             DELIMITED BY SIZE
002690            ' GRADE='                   DELIMITED BY SIZE
002700            PND-PAY-GRADE               DELIMITED BY SIZE
002710            ' SAL='                     DELIMITED BY SIZE
002720            HR20-SALARY-EDIT            DELIMITED BY SIZE
002730            ' FREQ='                    DELIMITED BY SIZE
002740            PND-PAY-FREQ                DELIMITED BY SIZE
002750            ' LOADED='                  DELIMITED BY SIZE
002760            PND-LOAD-DATE               DELIMITED BY SIZE
002770         INTO APLYRPT-RECORD
002780         ON OVERFLOW
002790             DISPLAY 'COMPAPLY: DETAIL LINE TRUNCATED FOR '
002800                 PND-EMPLOYEE-ID
002810     END-STRING.
002820     WRITE APLYRPT-RECORD.
002830 7000-PRINT-PENDING-LINE-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    9000-TERMINATE - PRINT TOTALS, CLOSE FILES AND END THE RUN.  *
002880******************************************************************
002890 9000-TERMINATE.
002900     MOVE SPACES TO APLYRPT-RECORD.
002910     WRITE APLYRPT-RECORD.
002920     MOVE SPACES TO APLYRPT-RECORD.
002930     STRING 'TOTALS - PENDING READ: '   DELIMITED BY SIZE
002940            HR20-PENDING-READ-COUNT     DELIMITED BY SIZE
002950            ' ADDED: '                  DELIMITED BY SIZE
002960            HR20-ADDED-COUNT            DELIMITED BY SIZE
002970            ' CHANGED: '                DELIMITED BY SIZE
002980            HR20-CHANGED-COUNT          DELIMITED BY SIZE
002990         INTO APLYRPT-RECORD
003000         ON OVERFLOW
003010             DISPLAY 'COMPAPLY: TOTALS LINE TRUNCATED'
003020     END-STRING.
003030     WRITE APLYRPT-RECORD.
003040     DISPLAY APLYRPT-RECORD.
003050     MOVE SPACES TO APLYRPT-RECORD.
003060     STRING '         SUPERSEDED: '     DELIMITED BY SIZE
003070            HR20-SUPERSEDED-COUNT       DELIMITED BY SIZE
003080            ' STILL WAITING: '          DELIMITED BY SIZE
003090            HR20-WAITING-COUNT          DELIMITED BY SIZE
003100         INTO APLYRPT-RECORD
003110         ON OVERFLOW
003120             DISPLAY 'COMPAPLY: TOTALS LINE TRUNCATED'
003130     END-STRING.
003140     WRITE APLYRPT-RECORD.
003150     DISPLAY APLYRPT-RECORD.
003160     CLOSE PENDING-COMP.
003170     CLOSE COMP-MASTER.
003180     CLOSE APPLY-REPORT.
003190 9000-TERMINATE-EXIT.
003200     EXIT.
