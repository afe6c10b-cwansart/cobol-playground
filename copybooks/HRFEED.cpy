001588*                     EMPLOYEE MASTER LAYOUT.  HEADER AND          *
001590*                     TRAILER FILLERS WIDENED TO KEEP ALL THREE    *
001592*                     LAYOUTS AT THE SAME LENGTH.                  *
001601*    2026-10-15 DWL   DETAIL RECORD GROWN FROM 55 TO 75 BYTES TO   *
001610*                     CARRY THE LEAVE TYPE, LEAVE START DATE AND   *
001619*                     EXPECTED RETURN DATE FOR AN EMPLOYEE ON      *
001628*                     LEAVE (STATUS 'L').  HR SENDS THEM SPACES    *
001637*                     AND ZEROS FOR ANY OTHER STATUS.  THE FIRST   *
001646*                     55 BYTES ARE UNCHANGED.  THE NIGHTLY         *
001655*                     LEAVUPDT STEP OPENS AND CLOSES THE LEAVE     *
001664*                     FILE RECORDS FROM THEM.  HEADER AND TRAILER  *
001673*                     FILLERS WIDENED TO KEEP ALL THREE LAYOUTS    *
001682*                     AT THE SAME LENGTH.                          *
001691*                                                                 *
001700******************************************************************
001800 01  HR-FEED-RECORD.
001900     05  HR-EMPLOYEE-ID              PIC X(06).
002420     05  HR-HIRE-DATE                PIC 9(08).
002440     05  HR-EMPLOY-STATUS            PIC X(01).
002460     05  FILLER                      PIC X(05).
002468     05  HR-LEAVE-TYPE               PIC X(02).
002476     05  HR-LEAVE-START-DATE         PIC 9(08).
002484     05  HR-LEAVE-RETURN-DATE        PIC 9(08).
002492     05  FILLER                      PIC X(02).
002500
002600 01  HR-FEED-HEADER-REC.
002700     05  HR-HDR-RECORD-ID            PIC X(03).
002800         88  HR-FEED-HEADER              VALUE 'HDR'.
002900     05  HR-HDR-FEED-DATE            PIC 9(08).
003000     05  FILLER                      PIC X(64).
003100
003200 01  HR-FEED-TRAILER-REC.
003300     05  HR-TRL-RECORD-ID            PIC X(03).
003400         88  HR-FEED-TRAILER             VALUE 'TRL'.
003500     05  HR-TRL-RECORD-COUNT         PIC 9(07).
003510     05  FILLER                      PIC X(65).
