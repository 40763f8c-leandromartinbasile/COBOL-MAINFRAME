000170*    ASIGNA LA SUCURSAL DE LA CUENTA (WS-CLI-SUCURSAL    *
000171*    VIA DDCLIEN) Y TOTALIZA POR SUCURSAL Y MONEDA:      *
000172*    CANTIDAD E IMPORTE DE DEBITOS, CREDITOS, DEVENGOS,  *
000173*    CARGOS (DESCUBIERTO, IMPUESTO, COMISION Y CARGO POR *
000173*    DEBITO RECHAZADO SIN FONDOS) Y POSTEO               *
000173*    INTRADIARIO (PGMAPJ1K), ANULACIONES (PGMAPJ1S) Y    *
000173*    DESEMBOLSOS Y COBROS DE PRESTAMOS (PGMAPJ2B) Y      *
000173*    REINTEGROS DE TRANSF. DEVUELTAS (PGMAPJ6C), MAS     *
000174*    LOS RECHAZOS DEL DIA (DDRECHAZ) ATRIBUIBLES A CADA  *
000175*    SUCURSAL Y LA LIQUIDACION NETA. EL TOTAL GENERAL    *
000176*    DE DEBITOS/CREDITOS DEBE ATAR CONTRA LA CORRIDA     *
000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * RECHAZO SIN FONDOS * LGS *
000193* 15/10/26 * ANULACION ASIENTOS* LGS *
000193* 15/10/26 * CUENTAS PRESTAMO  * LGS *
000193* 15/10/26 * REVERSION DE FECHA * LGS *
000193* 15/10/26 * TRANSF INTERBANCAR* LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-DIA          PIC X(130).
000398
000399 FD FILE1
000400      BLOCK CONTAINS 0 RECORDS
000541             07  WS-SUC-IMP-RECH    PIC S9(13)V99.
000541             07  WS-SUC-CANT-INTRA  PIC 9(07).
000541             07  WS-SUC-IMP-INTRA   PIC S9(13)V99.
000541             07  WS-SUC-CANT-ANUL   PIC 9(07).
000541             07  WS-SUC-IMP-ANUL    PIC S9(13)V99.
000541             07  WS-SUC-CANT-PRES   PIC 9(07).
000541             07  WS-SUC-IMP-PRES    PIC S9(13)V99.
000541             07  WS-SUC-CANT-DTRF   PIC 9(07).
000541             07  WS-SUC-IMP-DTRF    PIC S9(13)V99.
000542
000543 77  WS-SUC-NETO             PIC S9(13)V99  VALUE ZEROS.
000544
000852*    MOV Y TRF SON EL MOVIMIENTO DEL FEED NOCTURNO (SOLO
000852*    ELLOS ATAN CON DDHISTO); MVI ES EL POSTEO INTRADIARIO
000852*    DE PGMAPJ1K, QUE DDHISTO NO REGISTRA Y POR ESO SE
000852*    TOTALIZA EN SU PROPIO RUBRO FUERA DEL CONTROL (IGUAL
000852*    QUE REV, LAS ANULACIONES DE PGMAPJ1S, Y QUE PRD/PRC/
000852*    PRI/PRP, LOS DESEMBOLSOS Y COBROS DE PGMAPJ2B, Y QUE
000852*    TRD, LOS REINTEGROS DE TRANSFERENCIAS DEVUELTAS DE
000852*    PGMAPJ6C); TRE Y TRI SON MOVIMIENTOS DEL FEED Y VAN CON
000852*    LOS DEBITOS/CREDITOS; DEV Y
000853*    DVA SON DEVENGOS; DSC, IMP Y COM SON CARGOS
000854
000855     EVALUATE TRUE
000855                       (WS-SUC-HALLADA WS-MON-IDX)
000855           ADD WS-DIA-IMPORTE TO WS-SUC-IMP-INTRA
000855                       (WS-SUC-HALLADA WS-MON-IDX)
000855
000855        WHEN WS-DIA-ES-REVERSION
000855           ADD 1 TO WS-SUC-CANT-ANUL
000855                       (WS-SUC-HALLADA WS-MON-IDX)
000855           ADD WS-DIA-IMPORTE TO WS-SUC-IMP-ANUL
000855                       (WS-SUC-HALLADA WS-MON-IDX)
000856
000856        WHEN WS-DIA-ES-PRE-DESEMBOLSO
000856        WHEN WS-DIA-ES-PRE-CAPITAL
000856        WHEN WS-DIA-ES-PRE-INTERES
000856        WHEN WS-DIA-ES-PRE-PUNITORIO
000856           ADD 1 TO WS-SUC-CANT-PRES
000856                       (WS-SUC-HALLADA WS-MON-IDX)
000856           ADD WS-DIA-IMPORTE TO WS-SUC-IMP-PRES
000856                       (WS-SUC-HALLADA WS-MON-IDX)
000856
000856        WHEN WS-DIA-ES-TRF-DEVUELTA
000856           ADD 1 TO WS-SUC-CANT-DTRF
000856                       (WS-SUC-HALLADA WS-MON-IDX)
000856           ADD WS-DIA-IMPORTE TO WS-SUC-IMP-DTRF
000856                       (WS-SUC-HALLADA WS-MON-IDX)
000856
000857        WHEN WS-DIA-ES-DEVENGO
000858        WHEN WS-DIA-ES-DEVENGO-CA
000864        WHEN WS-DIA-ES-DESCUBIERTO
000865        WHEN WS-DIA-ES-IMPUESTO
000866        WHEN WS-DIA-ES-COMISION
000866        WHEN WS-DIA-ES-CARGO-RECHAZO
000867           ADD 1 TO WS-SUC-CANT-CARGO
000868                       (WS-SUC-HALLADA WS-MON-IDX)
000869           ADD WS-DIA-IMPORTE TO WS-SUC-IMP-CARGO
001094
001095        WHEN '00'
001096           IF WS-HIS-FECHA IS EQUAL WS-FECHA-PROCESO
001096              AND NOT WS-HIS-EST-REVERTIDA
001097              MOVE WS-HIS-TOT-CREDITOS TO WS-HIS-DIA-CREDITOS
001098              MOVE WS-HIS-TOT-DEBITOS  TO WS-HIS-DIA-DEBITOS
001099              SET WS-HIS-HALLADA TO TRUE
001202        AND WS-SUC-CANT-CARGO (WS-SUC-IDX WS-MON-IDX) = ZERO
001203        AND WS-SUC-CANT-RECH  (WS-SUC-IDX WS-MON-IDX) = ZERO
001203        AND WS-SUC-CANT-INTRA (WS-SUC-IDX WS-MON-IDX) = ZERO
001203        AND WS-SUC-CANT-ANUL  (WS-SUC-IDX WS-MON-IDX) = ZERO
001203        AND WS-SUC-CANT-PRES  (WS-SUC-IDX WS-MON-IDX) = ZERO
001203        AND WS-SUC-CANT-DTRF  (WS-SUC-IDX WS-MON-IDX) = ZERO
001204        GO TO F-6200-IMPRIMIR-MONEDA
001205     END-IF
001206
001235                           TO WS-RUB-IMPORTE
001235     WRITE REG-LIS FROM WS-LIN-RUBRO
001235
001235     MOVE 'ANULACIONES ' TO WS-RUB-NOMBRE
001235     MOVE WS-SUC-CANT-ANUL (WS-SUC-IDX WS-MON-IDX)
001235                           TO WS-RUB-CANT
001235     MOVE WS-SUC-IMP-ANUL  (WS-SUC-IDX WS-MON-IDX)
001235                           TO WS-RUB-IMPORTE
001235     WRITE REG-LIS FROM WS-LIN-RUBRO
001235
001235     MOVE 'PRESTAMOS   ' TO WS-RUB-NOMBRE
001235     MOVE WS-SUC-CANT-PRES (WS-SUC-IDX WS-MON-IDX)
001235                           TO WS-RUB-CANT
001235     MOVE WS-SUC-IMP-PRES  (WS-SUC-IDX WS-MON-IDX)
001235                           TO WS-RUB-IMPORTE
001235     WRITE REG-LIS FROM WS-LIN-RUBRO
001235
001235     MOVE 'DEVOL.TRANSF' TO WS-RUB-NOMBRE
001235     MOVE WS-SUC-CANT-DTRF (WS-SUC-IDX WS-MON-IDX)
001235                           TO WS-RUB-CANT
001235     MOVE WS-SUC-IMP-DTRF  (WS-SUC-IDX WS-MON-IDX)
001235                           TO WS-RUB-IMPORTE
001235     WRITE REG-LIS FROM WS-LIN-RUBRO
001235
001236     MOVE 'CARGOS      ' TO WS-RUB-NOMBRE
001237     MOVE WS-SUC-CANT-CARGO (WS-SUC-IDX WS-MON-IDX)
001238                           TO WS-RUB-CANT
001253              + WS-SUC-IMP-DEV   (WS-SUC-IDX WS-MON-IDX)
001254              + WS-SUC-IMP-CARGO (WS-SUC-IDX WS-MON-IDX)
001254              + WS-SUC-IMP-INTRA (WS-SUC-IDX WS-MON-IDX)
001254              + WS-SUC-IMP-ANUL  (WS-SUC-IDX WS-MON-IDX)
001254              + WS-SUC-IMP-PRES  (WS-SUC-IDX WS-MON-IDX)
001254              + WS-SUC-IMP-DTRF  (WS-SUC-IDX WS-MON-IDX)
001255
001256     MOVE WS-SUC-NETO TO WS-NETO-IMPORTE
001257     WRITE REG-LIS FROM WS-LIN-NETO
