000260*                       LS-VALID-SWITCH                           *
000270*                   LS-HIRE-DATE     PIC 9(08) - YYYYMMDD.        *
000280*                   LS-VALID-SWITCH  PIC X(01) - 'Y' OR 'N'.      *
000281*                   A CALLER EDITING A FORWARD DATE (A LEAVE'S    *
000282*                   EXPECTED RETURN) MOVES 'F' TO THE SWITCH      *
000283*                   BEFORE THE CALL - THE AFTER-TODAY TEST IS     *
000284*                   THEN SKIPPED AND EVERY OTHER TEST STILL       *
000285*                   APPLIES.  ANY OTHER VALUE ON ENTRY GIVES THE  *
000286*                   NORMAL HIRE-DATE EDIT, SO EXISTING CALLERS    *
000287*                   ARE UNCHANGED.                                *
000290*                                                                 *
000300*    MODIFICATION HISTORY                                        *
000310*    ----------------------------------------------------------  *
000320*    DATE       INIT  DESCRIPTION                                 *
000330*    ---------- ----  --------------------------------------      *
000340*    2026-09-01 DWL   ORIGINAL VERSION.                            *
000342*    2026-10-15 DWL   ADDED THE FORWARD-DATE EDIT ('F' IN THE       *
000344*                     SWITCH ON ENTRY) FOR THE LEAVE EXPECTED-      *
000346*                     RETURN DATE, USED BY LEAVUPDT AND THE EMPM    *
000348*                     ONLINE LEAVE FIELDS.                          *
000350*                                                                 *
000360******************************************************************
000370 DATA DIVISION.
000430 01  HR20-SWITCHES.
000440     05  HR20-TODAY-SET-SWITCH       PIC X(01) VALUE 'N'.
000450         88  HR20-TODAY-SET              VALUE 'Y'.
000453     05  HR20-EDIT-MODE-SWITCH       PIC X(01) VALUE SPACE.
000456         88  HR20-FORWARD-DATE-EDIT      VALUE 'F'.
000460
000470 01  HR20-TODAY-DATE                 PIC 9(08).
000480
000730         ACCEPT HR20-TODAY-DATE FROM DATE YYYYMMDD
000740         MOVE 'Y' TO HR20-TODAY-SET-SWITCH
000750     END-IF.
000755     MOVE LS-VALID-SWITCH TO HR20-EDIT-MODE-SWITCH.
000760     MOVE 'N' TO LS-VALID-SWITCH.
000770     IF LS-HIRE-DATE NOT NUMERIC
000780         GOBACK
000930         GOBACK
000940     END-IF.
000950     IF HR20-WORK-DATE > HR20-TODAY-DATE
000955        AND NOT HR20-FORWARD-DATE-EDIT
000960         GOBACK
000970     END-IF.
000980     MOVE 'Y' TO LS-VALID-SWITCH.
