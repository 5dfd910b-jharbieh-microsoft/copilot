000090*    MODIFICATION HISTORY                                       *
000100*    ---------------------                                      *
000110*    09/01/26  RLH  ORIGINAL SYMBOLIC MAP.                       *
000115*    10/15/26  RLH  ADDED THE MLIMIT LARGE-AMOUNT LIMIT FIELD.   *
000120*                                                                *
000130******************************************************************
000140*
000300     05  MSTATF                      PIC X(01).
000310     05  FILLER REDEFINES MSTATF     PIC X(01).
000320     05  MSTATI                      PIC X(01).
000322     05  MLIMITL                     PIC S9(04) COMP.
000324     05  MLIMITF                     PIC X(01).
000326     05  FILLER REDEFINES MLIMITF    PIC X(01).
000328     05  MLIMITI                     PIC X(11).
000330     05  MMSGL                       PIC S9(04) COMP.
000340     05  MMSGF                       PIC X(01).
000350     05  FILLER REDEFINES MMSGF      PIC X(01).
000490     05  FILLER                      PIC X(02).
000500     05  MSTATA                      PIC X(01).
000510     05  MSTATO                      PIC X(01).
000512     05  FILLER                      PIC X(02).
000514     05  MLIMITA                     PIC X(01).
000516     05  MLIMITO                     PIC X(11).
000520     05  FILLER                      PIC X(02).
000530     05  MMSGA                       PIC X(01).
000540     05  MMSGO                       PIC X(79).
