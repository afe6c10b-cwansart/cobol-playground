000010******************************************************************
000020*                                                                 *
000030*    COPYBOOK    :  REHIRXRF                                     *
000040*    DESCRIPTION :  REHIRE CROSS-REFERENCE RECORD LAYOUT, LRECL  *
000050*                   60.  EMPLOAD WRITES A PAIR OF RECORDS FOR     *
000060*                   EVERY NEW HIRE WHOSE LAST NAME, FIRST NAME    *
000070*                   AND GENDER MATCH A RECORD ON THE TERMINATED-  *
000080*                   EMPLOYEE ARCHIVE: ONE KEYED ON THE NEW ID     *
000090*                   (LINK TYPE 'N', LINKED ID = THE ARCHIVED ID)  *
000100*                   AND ONE KEYED ON THE ARCHIVED ID (LINK TYPE   *
000110*                   'O', LINKED ID = THE NEW ID), SO A LOOKUP BY  *
000120*                   EITHER ID IS A START ON RX-LOOKUP-ID AND A    *
000130*                   READ NEXT WHILE IT STAYS THE SAME.  BOTH      *
000140*                   RECORDS CARRY THE SAME DETAIL FIELDS.  THE    *
000150*                   MATCH IS ON NAME AND GENDER ONLY, SO A LINK   *
000160*                   IS A LIKELY REHIRE FOR HR TO CONFIRM, NOT A   *
000170*                   CERTAINTY.                                    *
000180*    AUTHOR      :  D. LEHMANN - DATA CENTER APPLICATIONS         *
000190*                                                                 *
000200*    MODIFICATION HISTORY                                        *
000210*    ----------------------------------------------------------  *
000220*    DATE       INIT  DESCRIPTION                                 *
000230*    ---------- ----  --------------------------------------      *
000240*    2026-10-15 DWL   ORIGINAL COPYBOOK.                           *
000250*                                                                 *
000260******************************************************************
000270 01  RX-XREF-RECORD.
000280     05  RX-XREF-KEY.
000290         10  RX-LOOKUP-ID            PIC X(06).
000300         10  RX-LINK-TYPE            PIC X(01).
000310             88  RX-LOOKUP-IS-NEW-ID     VALUE 'N'.
000320             88  RX-LOOKUP-IS-OLD-ID     VALUE 'O'.
000330         10  RX-LINKED-ID            PIC X(06).
000340     05  RX-OLD-HIRE-DATE            PIC 9(08).
000350     05  RX-OLD-PURGE-DATE           PIC 9(08).
000360     05  RX-OLD-DEPT-CODE            PIC X(04).
000370     05  RX-NEW-HIRE-DATE            PIC 9(08).
000380     05  RX-LINKED-DATE              PIC 9(08).
000390     05  FILLER                      PIC X(11).
