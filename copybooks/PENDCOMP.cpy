000100******************************************************************
000200*                                                                 *
000300*    COPYBOOK    :  PENDCOMP                                     *
000400*    DESCRIPTION :  PENDING COMPENSATION CHANGE RECORD LAYOUT,   *
000500*                   LRECL 40, KEYED ON EMPLOYEE ID PLUS           *
000600*                   EFFECTIVE DATE.  COMPLOAD PARKS A FEED        *
000700*                   DETAIL HERE INSTEAD OF ON THE COMPENSATION    *
000800*                   MASTER WHEN ITS EFFECTIVE DATE IS STILL IN    *
000900*                   THE FUTURE, SO THE VENDOR EXTRACT DOES NOT    *
001000*                   SEND A SCHEDULED RAISE EARLY.  THE NIGHTLY    *
001100*                   COMPAPLY STEP MOVES EACH RECORD ONTO THE      *
001200*                   MASTER WHEN ITS DATE ARRIVES, AND PENDMNT     *
001300*                   CANCELS OR REPLACES ONE FROM CARDS.  A RE-    *
001400*                   SENT FEED DETAIL FOR THE SAME EMPLOYEE AND    *
001500*                   EFFECTIVE DATE REPLACES THE WAITING RECORD.   *
001600*    AUTHOR      :  D. LEHMANN - DATA CENTER APPLICATIONS         *
001700*                                                                 *
001800*    MODIFICATION HISTORY                                        *
001900*    ----------------------------------------------------------  *
002000*    DATE       INIT  DESCRIPTION                                 *
002100*    ---------- ----  --------------------------------------      *
002200*    2026-10-05 DWL   ORIGINAL COPYBOOK.                           *
002300*                                                                 *
002400******************************************************************
002500 01  PND-PENDING-RECORD.
002600     05  PND-PENDING-KEY.
002700         10  PND-EMPLOYEE-ID         PIC X(06).
002800         10  PND-EFFECT-DATE         PIC 9(08).
002900     05  PND-PAY-GRADE               PIC X(02).
003000     05  PND-ANNUAL-SALARY           PIC 9(07)V9(02).
003100     05  PND-PAY-FREQ                PIC X(01).
003200         88  PND-FREQ-VALID              VALUE 'W' 'B' 'S' 'M'.
003300     05  PND-LOAD-DATE               PIC 9(08).
003400     05  FILLER                      PIC X(06).
