000100******************************************************************
000200*                                                                 *
000300*    COPYBOOK    :  JRNLHIST                                     *
000400*    DESCRIPTION :  EMPLOYEE CHANGE-HISTORY RECORD LAYOUT, LRECL  *
000500*                   100, THE KEYED VIEW OF THE CHANGE JOURNAL     *
000600*                   THAT THE EMPH INQUIRY TRANSACTION BROWSES.    *
000700*                   JHSTLOAD REBUILDS THE FILE EACH MORNING FROM  *
000800*                   THE ONLINE AND BATCH EMPJRNL DATASETS - ONE   *
000900*                   RECORD PER MASTER FIELD THAT A JOURNAL ENTRY  *
001000*                   CHANGED, SO EACH RECORD IS ONE SCREEN ROW.    *
001100*                   THE KEY CARRIES THE CHANGE DATE AND TIME      *
001200*                   SUBTRACTED FROM ALL NINES, SO A FORWARD       *
001300*                   BROWSE WITHIN AN EMPLOYEE ID DELIVERS THE     *
001400*                   NEWEST CHANGE FIRST.  HST-SEQUENCE KEEPS THE  *
001500*                   ROWS OF ONE JOURNAL ENTRY (AND OF ENTRIES     *
001600*                   STAMPED IN THE SAME SECOND) UNIQUE AND IN     *
001700*                   FIELD ORDER.                                  *
001800*    AUTHOR      :  D. LEHMANN - DATA CENTER APPLICATIONS         *
001900*                                                                 *
002000*    MODIFICATION HISTORY                                        *
002100*    ----------------------------------------------------------  *
002200*    DATE       INIT  DESCRIPTION                                 *
002300*    ---------- ----  --------------------------------------      *
002400*    2026-10-10 DWL   ORIGINAL COPYBOOK.                           *
002500*                                                                 *
002600******************************************************************
002700 01  HST-HISTORY-RECORD.
002800     05  HST-HISTORY-KEY.
002900         10  HST-EMPLOYEE-ID         PIC X(06).
003000         10  HST-REVERSE-DATE        PIC 9(08).
003100         10  HST-REVERSE-TIME        PIC 9(06).
003200         10  HST-SEQUENCE            PIC 9(04).
003300     05  HST-CHANGE-DATE             PIC 9(08).
003400     05  HST-CHANGE-TIME             PIC 9(06).
003500     05  HST-TERMINAL-ID             PIC X(04).
003600         88  HST-BATCH-SOURCE            VALUE 'BTCH'.
003700     05  HST-OPERATOR-ID             PIC X(08).
003800     05  HST-FIELD-NAME              PIC X(10).
003900     05  HST-BEFORE-VALUE            PIC X(15).
004000     05  HST-AFTER-VALUE             PIC X(15).
004100     05  FILLER                      PIC X(10).
