000100******************************************************************
000200*                                                                 *
000300*    COPYBOOK    :  LEAVEREC                                     *
000400*    DESCRIPTION :  LEAVE-OF-ABSENCE RECORD LAYOUT, LRECL 60,     *
000500*                   KEYED ON EMPLOYEE ID PLUS LEAVE START DATE.   *
000600*                   ONE RECORD PER LEAVE, OPENED AND CLOSED BY    *
000700*                   THE NIGHTLY LEAVUPDT STEP FROM THE HR-FEED    *
000800*                   LEAVE FIELDS AND BY AN UPDATE-AUTHORITY       *
000900*                   OPERATOR ON THE EMPM SCREEN.  A CLOSED        *
001000*                   RECORD IS NEVER DELETED - IT STAYS ON FILE    *
001100*                   AS THE EMPLOYEE'S LEAVE HISTORY, SO AT MOST   *
001200*                   ONE RECORD PER EMPLOYEE IS OPEN AND ANY       *
001300*                   NUMBER MAY BE CLOSED.  LV-CLOSE-DATE IS ZERO  *
001400*                   WHILE THE LEAVE IS OPEN.  THE OPENED-BY AND   *
001500*                   CLOSED-BY FIELDS CARRY THE CICS USERID FOR    *
001600*                   AN ONLINE CHANGE OR THE PROGRAM NAME FOR A    *
001700*                   BATCH ONE, AS THE EMPJRNL OPERATOR ID DOES.   *
001800*    AUTHOR      :  D. LEHMANN - DATA CENTER APPLICATIONS         *
001900*                                                                 *
002000*    MODIFICATION HISTORY                                        *
002100*    ----------------------------------------------------------  *
002200*    DATE       INIT  DESCRIPTION                                 *
002300*    ---------- ----  --------------------------------------      *
002400*    2026-10-15 DWL   ORIGINAL COPYBOOK.                           *
002500*                                                                 *
002600******************************************************************
002700 01  LV-LEAVE-RECORD.
002800     05  LV-LEAVE-KEY.
002900         10  LV-EMPLOYEE-ID          PIC X(06).
003000         10  LV-START-DATE           PIC 9(08).
003100     05  LV-LEAVE-TYPE               PIC X(02).
003200         88  LV-TYPE-MEDICAL             VALUE 'ME'.
003300         88  LV-TYPE-PARENTAL            VALUE 'PA'.
003400         88  LV-TYPE-PERSONAL            VALUE 'PE'.
003500         88  LV-TYPE-MILITARY            VALUE 'MI'.
003600         88  LV-TYPE-EDUCATION           VALUE 'ED'.
003700         88  LV-TYPE-VALID               VALUE 'ME' 'PA' 'PE'
003800                                               'MI' 'ED'.
003900     05  LV-EXPECTED-RETURN          PIC 9(08).
004000     05  LV-LEAVE-STATUS             PIC X(01).
004100         88  LV-LEAVE-OPEN               VALUE 'O'.
004200         88  LV-LEAVE-CLOSED             VALUE 'C'.
004300     05  LV-CLOSE-DATE               PIC 9(08).
004400     05  LV-OPENED-BY                PIC X(08).
004500     05  LV-CLOSED-BY                PIC X(08).
004600     05  LV-LAST-CHANGE-DATE         PIC 9(08).
004700     05  FILLER                      PIC X(03).
