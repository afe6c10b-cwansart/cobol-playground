002160*                     REPRO DOES NOT RESHAPE RECORDS, AND A         *
002180*                     20-BYTE CLUSTER REJECTED THE 80-BYTE          *
002190*                     INSTREAM CARDS ON RECORD LENGTH.              *
002192*    2026-10-10 DWL   ALSO READ BY THE EMPH CHANGE-HISTORY INQUIRY, *
002194*                     WHICH ADMITS 'U' OR 'I' AND REFUSES A USERID  *
002196*                     WITH NO RECORD.                               *
002200*                                                                 *
002300******************************************************************
002400 01  OPR-AUTH-RECORD.
