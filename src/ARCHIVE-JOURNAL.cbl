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
000397 01 REG-DIA          PIC X(130).
000398
000399 FD FILE-ARC
000400      BLOCK CONTAINS 0 RECORDS
000401      RECORDING MODE IS F.
000402
000403 01 REG-ARC          PIC X(130).
000404
000405 FD FILE-NEW
000406      BLOCK CONTAINS 0 RECORDS
000407      RECORDING MODE IS F.
000408
000409 01 REG-NEW          PIC X(130).
000410
000411 FD FILE-CTL
000412      BLOCK CONTAINS 0 RECORDS
