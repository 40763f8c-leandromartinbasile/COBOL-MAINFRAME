000193* 02/09/26 * IMPUESTO TRANSACC  * LGS *
000193* 02/09/26 * COMISION MANTENIM  * LGS *
000725* 02/09/26 * CONTROL DE CORRIDA * LGS *
000725* 15/10/26 * RECHAZO SIN FONDOS * LGS *
000725* 15/10/26 * ANULACION ASIENTOS* LGS *
000725* 15/10/26 * CUENTAS PRESTAMO  * LGS *
000725* 15/10/26 * TRANSF INTERBANCAR* LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-DIA          PIC X(130).
000398
000399 FD FILE-EXT
000400      BLOCK CONTAINS 0 RECORDS
000428         05  SORT-CUENTA     PIC 9(08).
000429     03  SORT-FEC-MOV        PIC 9(08).
000430     03  SORT-FEC-PROCESO    PIC 9(08).
000431     03  SORT-RESTO          PIC X(99).
000432
000500 WORKING-STORAGE SECTION.
000501
000620     03  WS-EXT-CON-CTA      PIC 9(08).
000620     03  FILLER              PIC X(01) VALUE SPACE.
000620
000620*    CONCEPTO ARMADO PARA UNA TRANSFERENCIA CON OTRO BANCO
000620*    (TRE/TRI/TRD): REFERENCIA DE LA ORDEN O DE LA CAMARA Y,
000620*    EN LA DEVOLUCION, EL MOTIVO INFORMADO POR LA CAMARA
000620 01  WS-EXT-CON-IBK.
000620     03  WS-EXT-IBK-TEXTO    PIC X(10).
000620     03  WS-EXT-IBK-REF      PIC X(08).
000620     03  FILLER              PIC X(01) VALUE SPACE.
000620     03  WS-EXT-IBK-MOT      PIC X(03).
000620
000621 01  WS-LEYEN-LEIDOS         PIC X(35)
000622         VALUE '* ASIENTOS DE DIARIO LEIDOS = '.
000623 01  WS-LEYEN-EXTRACTADOS    PIC X(35)
000987           MOVE WS-DIA-CONTRA-CUENTA TO WS-EXT-CON-CTA
000987           MOVE WS-EXT-CON-TRANSF    TO WS-EXT-DET-CONCEPTO
000987
000987        WHEN WS-DIA-ES-INTERBANCARIA
000987           MOVE SPACES TO WS-EXT-IBK-MOT
000987           IF WS-DIA-ES-TRF-ENVIADA
000987              MOVE 'TRF ENVIO ' TO WS-EXT-IBK-TEXTO
000987           ELSE
000987           IF WS-DIA-ES-TRF-RECIBIDA
000987              MOVE 'TRF RECIB ' TO WS-EXT-IBK-TEXTO
000987           ELSE
000987              MOVE 'TRF DEVOL ' TO WS-EXT-IBK-TEXTO
000987              MOVE WS-DIA-MOT-DEVOL TO WS-EXT-IBK-MOT
000987           END-IF
000987           END-IF
000987           MOVE WS-DIA-REF-TRANSF TO WS-EXT-IBK-REF
000987           MOVE WS-EXT-CON-IBK    TO WS-EXT-DET-CONCEPTO
000987
000987        WHEN WS-DIA-ES-IMPUESTO
000987           MOVE 'IMPUESTO TRANSACCION ' TO WS-EXT-DET-CONCEPTO
000987
000987        WHEN WS-DIA-ES-COMISION
000987           MOVE 'COMISION MANTENIM    ' TO WS-EXT-DET-CONCEPTO
000987
000987        WHEN WS-DIA-ES-CARGO-RECHAZO
000987           MOVE 'CARGO RECHAZO S/FONDOS' TO WS-EXT-DET-CONCEPTO
000987
000987*    LA ANULACION DE UN INTERES DEVENGADO O COBRADO
000987*    CORRIGE TAMBIEN EL TOTAL DE INTERESES DEL EXTRACTO
000987        WHEN WS-DIA-ES-REVERSION
000987           MOVE 'ANULACION DE ASIENTO  ' TO WS-EXT-DET-CONCEPTO
000987           IF WS-DIA-CONC-RELAC IS EQUAL 'DEV' OR 'DSC' OR 'DVA'
000987              ADD WS-DIA-IMPORTE TO WS-TOT-INTERESES
000987           END-IF
000987
000987        WHEN WS-DIA-ES-PRE-DESEMBOLSO
000987           MOVE 'DESEMBOLSO PRESTAMO   ' TO WS-EXT-DET-CONCEPTO
000987
000987        WHEN WS-DIA-ES-PRE-CAPITAL
000987           MOVE 'CUOTA PRESTAMO CAPITAL' TO WS-EXT-DET-CONCEPTO
000987
000987        WHEN WS-DIA-ES-PRE-INTERES
000987           MOVE 'CUOTA PRESTAMO INTERES' TO WS-EXT-DET-CONCEPTO
000987           ADD WS-DIA-IMPORTE TO WS-TOT-INTERESES
000987
000987        WHEN WS-DIA-ES-PRE-PUNITORIO
000987           MOVE 'INTERES PUNITORIO     ' TO WS-EXT-DET-CONCEPTO
000987           ADD WS-DIA-IMPORTE TO WS-TOT-INTERESES
000987
000987        WHEN WS-DIA-ES-MOV-INTRADIA
000987           IF WS-DIA-IMPORTE IS NOT LESS THAN ZERO
000987              MOVE 'CREDITO INTRADIARIO   '
