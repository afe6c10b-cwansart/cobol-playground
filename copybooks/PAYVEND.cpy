002280*                     THE SAME WAY A DROPPED RECORD IS.  AGREE     *
002290*                     THE NEW LAYOUT WITH THE VENDOR BEFORE THE    *
002292*                     FIRST SEND ON IT.                            *
002293*    2026-10-15 DWL   CHANGE-ONLY (DELTA) SENDS.  THE HEADER       *
002294*                     CARRIES THE EXTRACT MODE ('F' FULL FILE,     *
002295*                     'D' DELTA) AND EACH DETAIL AN ACTION CODE    *
002296*                     ('A' ADD, 'C' CHANGE, 'R' REMOVE - SPACE ON  *
002297*                     A FULL FILE), BOTH TAKEN FROM FILLER SO THE  *
002298*                     LRECL STAYS 70.  A REMOVE DETAIL CARRIES     *
002299*                     THE FIELDS AS LAST SENT.                     *
002300******************************************************************
002400 01  VND-HEADER.
002500     05  VND-HDR-RECORD-TYPE         PIC X(01) VALUE 'H'.
002600     05  VND-HDR-RUN-DATE            PIC 9(08).
002700     05  VND-HDR-RUN-TIME            PIC 9(06).
002740     05  VND-HDR-EXTRACT-MODE        PIC X(01) VALUE 'F'.
002780         88  VND-HDR-FULL-FILE           VALUE 'F'.
002820         88  VND-HDR-DELTA-FILE          VALUE 'D'.
002860     05  FILLER                      PIC X(54) VALUE SPACES.
002900
003000 01  VND-DETAIL.
003100     05  VND-DET-RECORD-TYPE         PIC X(01) VALUE 'D'.
003540     05  VND-DET-ANNUAL-SALARY       PIC 9(07)V9(02).
003560     05  VND-DET-PAY-FREQ            PIC X(01).
003580     05  VND-DET-EFFECT-DATE         PIC 9(08).
003600     05  VND-DET-ACTION-CODE         PIC X(01) VALUE SPACE.
003620         88  VND-DET-ACTION-ADD          VALUE 'A'.
003640         88  VND-DET-ACTION-CHANGE       VALUE 'C'.
003660         88  VND-DET-ACTION-REMOVE       VALUE 'R'.
003680     05  FILLER                      PIC X(11) VALUE SPACES.
003700
003800 01  VND-TRAILER.
003900     05  VND-TRL-RECORD-TYPE         PIC X(01) VALUE 'T'.
