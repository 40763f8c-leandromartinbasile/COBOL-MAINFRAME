000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * AMPLIA REG-DIARIO * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-ARC          PIC X(130).
000398
000399 FD FILE-EXT
000400      BLOCK CONTAINS 0 RECORDS
000419         05  SORT-CUENTA     PIC 9(08).
000420     03  SORT-FEC-MOV        PIC 9(08).
000421     03  SORT-FEC-PROCESO    PIC 9(08).
000422     03  SORT-RESTO          PIC X(99).
000423
000500 WORKING-STORAGE SECTION.
000501
