000194*                     REASSEMBLED MAP - THE SCREEN NOW CARRIES     *
000196*                     DEPARTMENT CODE, HIRE DATE AND EMPLOYMENT    *
000198*                     STATUS.  HIREDTI IS NUMERIC PER ITS PICIN.   *
000199*    2026-10-15 DWL   ADDED LVTYPE/LVSTRT/LVRETN FIELDS FROM THE   *
000200*                     REASSEMBLED MAP FOR THE OPEN LEAVE OF AN     *
000201*                     EMPLOYEE ON LEAVE.  LVSTRTI AND LVRETNI ARE  *
000202*                     NUMERIC PER THEIR PICIN.                     *
000203*                                                                 *
000204******************************************************************
000210 01  EMPM1I.
000220     02  FILLER                      PIC X(12).
000230     02  EMPIDL                      PIC S9(4) COMP.
000446     02  FILLER REDEFINES STATF      PIC X.
000448     02  STATA                       PIC X.
000450     02  STATI                       PIC X(01).
000451     02  LVTYPEL                     PIC S9(4) COMP.
000452     02  LVTYPEF                     PIC X.
000453     02  FILLER REDEFINES LVTYPEF    PIC X.
000454     02  LVTYPEA                     PIC X.
000455     02  LVTYPEI                     PIC X(02).
000456     02  LVSTRTL                     PIC S9(4) COMP.
000457     02  LVSTRTF                     PIC X.
000458     02  FILLER REDEFINES LVSTRTF    PIC X.
000459     02  LVSTRTA                     PIC X.
000460     02  LVSTRTI                     PIC 9(08).
000461     02  LVRETNL                     PIC S9(4) COMP.
000462     02  LVRETNF                     PIC X.
000463     02  FILLER REDEFINES LVRETNF    PIC X.
000464     02  LVRETNA                     PIC X.
000465     02  LVRETNI                     PIC 9(08).
000466     02  MSGL                        PIC S9(4) COMP.
000467     02  MSGF                        PIC X.
000468     02  FILLER REDEFINES MSGF       PIC X.
000469     02  MSGA                        PIC X.
000470     02  MSGI                        PIC X(79).
000480
000490 01  EMPM1O REDEFINES EMPM1I.
000500     02  FILLER                      PIC X(12).
000588     02  HIREDTO                     PIC X(08).
000590     02  FILLER                      PIC X(04).
000592     02  STATO                       PIC X(01).
000593     02  FILLER                      PIC X(04).
000594     02  LVTYPEO                     PIC X(02).
000595     02  FILLER                      PIC X(04).
000596     02  LVSTRTO                     PIC X(08).
000597     02  FILLER                      PIC X(04).
000598     02  LVRETNO                     PIC X(08).
000599     02  FILLER                      PIC X(04).
000600     02  MSGO                        PIC X(79).
