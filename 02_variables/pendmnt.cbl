000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PENDMNT.
000030 AUTHOR. D. LEHMANN.
000040 INSTALLATION. DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                 *
000090*    PROGRAM     :  PENDMNT                                      *
000100*    DESCRIPTION :  CARD-DRIVEN MAINTENANCE OF THE PENDING-COMP  *
000110*                   FILE (PENDCOMP LAYOUT), ON THE DEPTMNT        *
000120*                   PATTERN.  LETS OPERATIONS CANCEL A FUTURE-    *
000130*                   DATED PAY CHANGE, OR REPLACE ITS PAY FIELDS,  *
000140*                   BEFORE COMPAPLY MOVES IT ONTO THE             *
000150*                   COMPENSATION MASTER - E.G. WHEN PAYROLL'S     *
000160*                   CORRECTED FEED CARRIES A DIFFERENT EFFECTIVE  *
000170*                   DATE AND THE OLD ONE MUST NOT FIRE.  CARD     *
000180*                   FORMAT:                                       *
000190*                     COL 1      ACTION - C=CANCEL R=REPLACE      *
000200*                     COLS 3-8   EMPLOYEE ID                      *
000210*                     COLS 10-17 EFFECTIVE DATE YYYYMMDD          *
000220*                     COLS 19-20 PAY GRADE         (R ONLY)       *
000230*                     COLS 22-30 ANNUAL SALARY,    (R ONLY)       *
000240*                                NINE DIGITS, 2 IMPLIED DECIMALS  *
000250*                     COL 32     PAY FREQ W/B/S/M  (R ONLY)       *
000260*                   EVERY CARD IS LISTED ON THE MAINTENANCE       *
000270*                   REPORT AS APPLIED OR REJECTED (NO PENDING     *
000280*                   RECORD UNDER THAT KEY, BAD ACTION, BAD PAY    *
000290*                   FIELDS).  ANY REJECTED CARD ENDS THE RUN      *
000300*                   RC=8 SO THE DECK GETS A SECOND LOOK.          *
000310*                                                                 *
000320*    MODIFICATION HISTORY                                        *
000330*    ----------------------------------------------------------  *
000340*    DATE       INIT  DESCRIPTION                                 *
000350*    ---------- ----  --------------------------------------      *
000360*    2026-10-05 DWL   ORIGINAL VERSION.                            *
000370*                                                                 *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PENDING-COMP
000430         ASSIGN TO "PENDCOMP"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS PND-PENDING-KEY
000470         FILE STATUS IS HR20-PENDCOMP-STATUS.
000480
000490     SELECT MAINT-CARDS
000500         ASSIGN TO "PENDCRDS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS HR20-PENDCRDS-STATUS.
000530
000540     SELECT MAINT-REPORT
000550         ASSIGN TO "PENDRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HR20-PENDRPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PENDING-COMP.
000620     COPY PENDCOMP.
000630
000640 FD  MAINT-CARDS.
000650 01  PENDCRD-RECORD.
000660     05  CRD-ACTION                  PIC X(01).
000670         88  CRD-ACTION-CANCEL           VALUE 'C'.
000680         88  CRD-ACTION-REPLACE          VALUE 'R'.
000690     05  FILLER                      PIC X(01).
000700     05  CRD-EMPLOYEE-ID             PIC X(06).
000710     05  FILLER                      PIC X(01).
000720     05  CRD-EFFECT-DATE             PIC X(08).
000730     05  CRD-EFFECT-DATE-NUM REDEFINES CRD-EFFECT-DATE
000740                                     PIC 9(08).
000750     05  FILLER                      PIC X(01).
000760     05  CRD-PAY-GRADE               PIC X(02).
000770     05  FILLER                      PIC X(01).
000780     05  CRD-ANNUAL-SALARY           PIC X(09).
000790     05  CRD-ANNUAL-SALARY-NUM REDEFINES CRD-ANNUAL-SALARY
000800                                     PIC 9(07)V9(02).
000810     05  FILLER                      PIC X(01).
000820     05  CRD-PAY-FREQ                PIC X(01).
000830         88  CRD-FREQ-VALID              VALUE 'W' 'B' 'S' 'M'.
000840     05  FILLER                      PIC X(48).
000850
000860 FD  MAINT-REPORT.
000870 01  PENDRPT-RECORD                  PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900******************************************************************
000910*    PROGRAM SWITCHES AND COUNTERS.                               *
000920******************************************************************
000930 01  HR20-SWITCHES.
000940     05  HR20-PENDCRDS-EOF-SWITCH    PIC X(01) VALUE 'N'.
000950         88  HR20-PENDCRDS-EOF           VALUE 'Y'.
000960
000970 01  HR20-COUNTERS.
000980     05  HR20-CARD-COUNT             PIC 9(07) VALUE ZERO.
000990     05  HR20-CANCELLED-COUNT        PIC 9(07) VALUE ZERO.
001000     05  HR20-REPLACED-COUNT         PIC 9(07) VALUE ZERO.
001010     05  HR20-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
001020
001030 01  HR20-FILE-STATUSES.
001040     05  HR20-PENDCOMP-STATUS        PIC X(02).
001050     05  HR20-PENDCRDS-STATUS        PIC X(02).
001060     05  HR20-PENDRPT-STATUS         PIC X(02).
001070
001080 01  HR20-REJECT-REASON              PIC X(25).
001090
001100 PROCEDURE DIVISION.
001110******************************************************************
001120*    0000-MAINLINE                                                *
001130******************************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001160     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
001170         UNTIL HR20-PENDCRDS-EOF.
001180     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001190     STOP RUN.
001200
001210******************************************************************
001220*    1000-INITIALIZE - OPEN FILES AND PRIME THE CARD DECK.        *
001230******************************************************************
001240 1000-INITIALIZE.
001250     OPEN I-O PENDING-COMP.
001260     OPEN INPUT MAINT-CARDS.
001270     OPEN OUTPUT MAINT-REPORT.
001280     IF HR20-PENDCOMP-STATUS NOT = '00'
001290         DISPLAY 'PENDMNT: UNABLE TO OPEN PENDING-COMP, '
001300             'STATUS=' HR20-PENDCOMP-STATUS
001310         GO TO 1000-INITIALIZE-ABEND
001320     END-IF.
001330     IF HR20-PENDCRDS-STATUS NOT = '00'
001340         DISPLAY 'PENDMNT: UNABLE TO OPEN MAINT-CARDS, '
001350             'STATUS=' HR20-PENDCRDS-STATUS
001360         GO TO 1000-INITIALIZE-ABEND
001370     END-IF.
001380     IF HR20-PENDRPT-STATUS NOT = '00'
001390         DISPLAY 'PENDMNT: UNABLE TO OPEN MAINT-REPORT, '
001400             'STATUS=' HR20-PENDRPT-STATUS
001410         GO TO 1000-INITIALIZE-ABEND
001420     END-IF.
001430     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
001440     GO TO 1000-INITIALIZE-EXIT.
001450 1000-INITIALIZE-ABEND.
001460     MOVE 16 TO RETURN-CODE.
001470     STOP RUN.
001480 1000-INITIALIZE-EXIT.
001490     EXIT.
001500
001510******************************************************************
001520*    2000-PROCESS-CARD - APPLY THE CURRENT CARD.  BLANK CARDS     *
001530*    ARE PASSED OVER SO A TRAILING BLANK LINE IS HARMLESS.  THE   *
001540*    PENDING RECORD MUST EXIST UNDER THE CARD'S EMPLOYEE ID AND   *
001550*    EFFECTIVE DATE FOR EITHER ACTION.                            *
001560******************************************************************
001570 2000-PROCESS-CARD.
001580     IF PENDCRD-RECORD = SPACES
001590         GO TO 2000-PROCESS-CARD-NEXT
001600     END-IF.
001610     ADD 1 TO HR20-CARD-COUNT.
001620     IF NOT CRD-ACTION-CANCEL AND NOT CRD-ACTION-REPLACE
001630         MOVE 'ACTION NOT C OR R' TO HR20-REJECT-REASON
001640         PERFORM 7100-REJECT-CARD THRU 7100-REJECT-CARD-EXIT
001650         GO TO 2000-PROCESS-CARD-NEXT
001660     END-IF.
001670     IF CRD-EMPLOYEE-ID = SPACES OR
001680        CRD-EFFECT-DATE NOT NUMERIC
001690         MOVE 'KEY FIELDS INVALID' TO HR20-REJECT-REASON
001700         PERFORM 7100-REJECT-CARD THRU 7100-REJECT-CARD-EXIT
001710         GO TO 2000-PROCESS-CARD-NEXT
001720     END-IF.
001730     MOVE CRD-EMPLOYEE-ID TO PND-EMPLOYEE-ID.
001740     MOVE CRD-EFFECT-DATE-NUM TO PND-EFFECT-DATE.
001750     READ PENDING-COMP
001760         INVALID KEY
001770             MOVE 'NO PENDING CHANGE ON FILE' TO
001780                 HR20-REJECT-REASON
001790             PERFORM 7100-REJECT-CARD
001800                 THRU 7100-REJECT-CARD-EXIT
001810             GO TO 2000-PROCESS-CARD-NEXT
001820     END-READ.
001830     IF CRD-ACTION-CANCEL
001840         PERFORM 3000-CANCEL-PENDING
001850             THRU 3000-CANCEL-PENDING-EXIT
001860     ELSE
001870         PERFORM 4000-REPLACE-PENDING
001880             THRU 4000-REPLACE-PENDING-EXIT
001890     END-IF.
001900 2000-PROCESS-CARD-NEXT.
001910     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
001920 2000-PROCESS-CARD-EXIT.
001930     EXIT.
001940
001950 2100-READ-CARD.
001960     READ MAINT-CARDS
001970         AT END
001980             MOVE 'Y' TO HR20-PENDCRDS-EOF-SWITCH
001990         NOT AT END
002000             CONTINUE
002010     END-READ.
002020 2100-READ-CARD-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060*    3000-CANCEL-PENDING - REMOVE THE PENDING CHANGE SO IT NEVER  *
002070*    REACHES THE COMPENSATION MASTER.                             *
002080******************************************************************
002090 3000-CANCEL-PENDING.
002100     DELETE PENDING-COMP RECORD
002110         INVALID KEY
002120             DISPLAY 'PENDMNT: DELETE FAILED FOR '
002130                 PND-EMPLOYEE-ID ' ' PND-EFFECT-DATE
002140                 ' STATUS=' HR20-PENDCOMP-STATUS
002150             GO TO 1000-INITIALIZE-ABEND
002160     END-DELETE.
002170     ADD 1 TO HR20-CANCELLED-COUNT.
002180     PERFORM 7000-PRINT-APPLIED THRU 7000-PRINT-APPLIED-EXIT.
002190 3000-CANCEL-PENDING-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230*    4000-REPLACE-PENDING - REPLACE THE PAY FIELDS ON THE         *
002240*    PENDING CHANGE, WITH THE SAME FIELD EDITS COMPLOAD GIVES A   *
002250*    FEED DETAIL.  THE EFFECTIVE DATE IS THE KEY AND CANNOT BE    *
002260*    CHANGED HERE - CANCEL AND LET THE FEED RESEND INSTEAD.       *
002270******************************************************************
002280 4000-REPLACE-PENDING.
002290     IF CRD-ANNUAL-SALARY NOT NUMERIC
002300         MOVE 'SALARY NOT NUMERIC' TO HR20-REJECT-REASON
002310         PERFORM 7100-REJECT-CARD THRU 7100-REJECT-CARD-EXIT
002320         GO TO 4000-REPLACE-PENDING-EXIT
002330     END-IF.
002340     IF NOT CRD-FREQ-VALID
002350         MOVE 'PAY FREQ NOT W/B/S/M' TO HR20-REJECT-REASON
002360         PERFORM 7100-REJECT-CARD THRU 7100-REJECT-CARD-EXIT
002370         GO TO 4000-REPLACE-PENDING-EXIT
002380     END-IF.
002390     MOVE CRD-PAY-GRADE TO PND-PAY-GRADE.
002400     MOVE CRD-ANNUAL-SALARY-NUM TO PND-ANNUAL-SALARY.
002410     MOVE CRD-PAY-FREQ TO PND-PAY-FREQ.
002420     REWRITE PND-PENDING-RECORD
002430         INVALID KEY
002440             DISPLAY 'PENDMNT: REWRITE FAILED FOR '
002450                 PND-EMPLOYEE-ID ' ' PND-EFFECT-DATE
002460                 ' STATUS=' HR20-PENDCOMP-STATUS
002470             GO TO 1000-INITIALIZE-ABEND
002480     END-REWRITE.
002490     ADD 1 TO HR20-REPLACED-COUNT.
002500     PERFORM 7000-PRINT-APPLIED THRU 7000-PRINT-APPLIED-EXIT.
002510 4000-REPLACE-PENDING-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    7000-PRINT-APPLIED - LIST AN APPLIED CARD ON THE REPORT.     *
002560******************************************************************
002570 7000-PRINT-APPLIED.
002580     MOVE SPACES TO PENDRPT-RECORD.
002590     STRING 'APPLIED:  '                DELIMITED BY SIZE
002600            PENDCRD-RECORD (1:32)       DELIMITED BY SIZE
002610         INTO PENDRPT-RECORD
002620         ON OVERFLOW
002630             DISPLAY 'PENDMNT: APPLIED LINE TRUNCATED FOR '
002640                 CRD-EMPLOYEE-ID
002650     END-STRING.
002660     WRITE PENDRPT-RECORD.
002670 7000-PRINT-APPLIED-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    7100-REJECT-CARD - LIST A CARD THAT COULD NOT BE APPLIED.    *
002720******************************************************************
002730 7100-REJECT-CARD.
002740     ADD 1 TO HR20-REJECTED-COUNT.
002750     MOVE SPACES TO PENDRPT-RECORD.
002760     STRING 'REJECTED: '                DELIMITED BY SIZE
002770            PENDCRD-RECORD (1:32)       DELIMITED BY SIZE
002780            '  '                        DELIMITED BY SIZE
002790            HR20-REJECT-REASON          DELIMITED BY SIZE
002800         INTO PENDRPT-RECORD
002810         ON OVERFLOW
002820             DISPLAY 'PENDMNT: REJECT LINE TRUNCATED FOR '
002830                 CRD-EMPLOYEE-ID
002840     END-STRING.
002850     WRITE PENDRPT-RECORD.
002860 7100-REJECT-CARD-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    9000-TERMINATE - CLOSE FILES, PRINT TOTALS AND END THE RUN.  *
002910*    ANY REJECTED CARD ENDS RC=8 SO THE DECK GETS A SECOND LOOK.  *
002920******************************************************************
002930 9000-TERMINATE.
002940     MOVE SPACES TO PENDRPT-RECORD.
002950     STRING 'TOTALS - CARDS: '          DELIMITED BY SIZE
002960            HR20-CARD-COUNT             DELIMITED BY SIZE
002970            ' CANCELLED: '              DELIMITED BY SIZE
002980            HR20-CANCELLED-COUNT        DELIMITED BY SIZE
002990            ' REPLACED: '               DELIMITED BY SIZE
003000            HR20-REPLACED-COUNT         DELIMITED BY SIZE
003010            ' REJ: '                    DELIMITED BY SIZE
003020            HR20-REJECTED-COUNT         DELIMITED BY SIZE
003030         INTO PENDRPT-RECORD
003040         ON OVERFLOW
003050             DISPLAY 'PENDMNT: TOTALS LINE TRUNCATED'
003060     END-STRING.
003070     WRITE PENDRPT-RECORD.
003080     DISPLAY PENDRPT-RECORD.
003090     CLOSE PENDING-COMP.
003100     CLOSE MAINT-CARDS.
003110     CLOSE MAINT-REPORT.
003120     IF HR20-REJECTED-COUNT > ZERO
003130         MOVE 8 TO RETURN-CODE
003140     END-IF.
003150 9000-TERMINATE-EXIT.
003160     EXIT.
