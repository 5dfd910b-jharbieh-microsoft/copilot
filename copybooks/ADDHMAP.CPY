000010******************************************************************
000020*                                                                *
000030*    ADDHMAP - SYMBOLIC MAP FOR THE HELD ITEM REVIEW SCREEN      *
000040*              (MAPSET ADDHMAP, MAP ADDHMP1).                    *
000050*              GENERATED FROM BMS SOURCE BMS/ADDHMAP.BMS - DO   *
000060*              NOT HAND MAINTAIN THE FIELD LAYOUT, REASSEMBLE   *
000070*              THE MAPSET INSTEAD.                               *
000080*                                                                *
000090*    MODIFICATION HISTORY                                       *
000100*    ---------------------                                      *
000110*    10/15/26  RLH  ORIGINAL SYMBOLIC MAP.                       *
000115*    10/15/26  RLH  ITEM LINES WIDENED TO 74 BYTES.              *
000120*                                                                *
000130******************************************************************
000140*
000150 01  ADDHMP1I.
000160     05  FILLER                      PIC X(12).
000170     05  HROWI OCCURS 10 TIMES.
000180         10  HSELL                   PIC S9(04) COMP.
000190         10  HSELF                   PIC X(01).
000200         10  HSELI                   PIC X(01).
000210         10  HLINEL                  PIC S9(04) COMP.
000220         10  HLINEF                  PIC X(01).
000230         10  HLINED                  PIC X(74).
000240     05  HMSGL                       PIC S9(04) COMP.
000250     05  HMSGF                       PIC X(01).
000260     05  FILLER REDEFINES HMSGF      PIC X(01).
000270     05  HMSGI                       PIC X(79).
000280*
000290 01  ADDHMP1O REDEFINES ADDHMP1I.
000300     05  FILLER                      PIC X(12).
000310     05  HROWO OCCURS 10 TIMES.
000320         10  FILLER                  PIC X(02).
000330         10  HSELA                   PIC X(01).
000340         10  HSELO                   PIC X(01).
000350         10  FILLER                  PIC X(02).
000360         10  HLINEA                  PIC X(01).
000370         10  HLINEDO                 PIC X(74).
000380     05  FILLER                      PIC X(02).
000390     05  HMSGA                       PIC X(01).
000400     05  HMSGO                       PIC X(79).
