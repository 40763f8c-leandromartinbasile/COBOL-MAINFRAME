000150*    CONSULTA, ALTA, CAMBIO Y BAJA DEL MAESTRO           *
000160*    DEMOGRAFICO DE CLIENTES DDDEMOG (NOMBRE, DOCUMENTO, *
000170*    DOMICILIO, SUCURSAL), CLAVE NRO DE CLIENTE; MISMO   *
000175*    ESQUEMA DE TRANSACCIONES QUE PGMAPJ1M. MANTIENE     *
000175*    TAMBIEN LOS VINCULOS DE COTITULARIDAD DDCOTIT       *
000175*    (CLIENTES QUE OPERAN CUENTAS DE OTRO TITULAR)       *
000180**********************************************************
000185*      MANTENIMIENTO DE PROGRAMA                         *
000190**********************************************************
000193* 22/08/26 * ALTA DE PROGRAMA  * LGS *
000193* 02/09/26 * CRUCE POR DOCUMENTO* LGS *
000193* 02/09/26 * PERFIL DE OPERADOR * LGS *
000193* 15/10/26 * COTITULARIDAD     * LGS *
000193* 15/10/26 * BITACORA OPERADOR * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000221*    MAESTRO DE CUENTAS (SOLO LECTURA), PARA LISTAR LAS
000221*    CUENTAS DDCLIEN DE CADA CLIENTE HALLADO; SU AUSENCIA NO
000221*    FRENA EL MANTENIMIENTO
000221*    POR LA CLAVE ALTERNATIVA (TIPO+CUENTA) SE LEE LA CUENTA
000221*    DE UN VINCULO DE COTITULARIDAD
000221     SELECT FILE1     ASSIGN DDCLIEN
000221     ORGANIZATION IS INDEXED
000221     ACCESS IS DYNAMIC
000221     RECORD KEY IS REG-FILE1-CLAVE
000221     ALTERNATE RECORD KEY IS REG-FILE1-CLAVE1
000221     FILE STATUS IS WS-FIL1-CODE.
000221
000221*    VINCULOS DE COTITULARIDAD (VER LAYOUT-Cotitular): ALTA Y
000221*    BAJA POR LAS ACCIONES V/X Y CONSULTA DE LAS CUENTAS QUE
000221*    CADA CLIENTE HALLADO OPERA COMO COTITULAR O FIRMANTE
000221     SELECT OPTIONAL FILE-CTI ASSIGN DDCOTIT
000221     ORGANIZATION IS INDEXED
000221     ACCESS IS DYNAMIC
000221     RECORD KEY IS REG-CTI-CLAVE
000221     ALTERNATE RECORD KEY IS REG-CTI-CLAVE1 WITH DUPLICATES
000221     FILE STATUS IS WS-FILCTI-CODE.
000221
000221*    MAESTRO DE OPERADORES (VER LAYOUT-Operador): NINGUNA
000221*    TRANSACCION SE EJECUTA SIN UN OPERADOR ACTIVO CON LA
000221*    ACCION PERMITIDA
000221     RECORD KEY IS REG-OPE-ID
000221     FILE STATUS IS WS-FILOPE-CODE.
000221
000221*    BITACORA DE ACTIVIDAD DE OPERADORES (VER LAYOUT-Bitacora);
000221*    SE ABRE EN EXTEND PARA NO PISAR LO ACUMULADO DE OTROS DIAS
000221     SELECT OPTIONAL FILE-BIT  ASSIGN DDBITOPE
000221     ACCESS IS SEQUENTIAL
000221     FILE STATUS IS WS-FILBIT-CODE.
000221
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000412 01 REG-FILE1.
000412     03  REG-FILE1-CLAVE.
000412         05  REG-FILE1-NRO       PIC 9(05).
000412         05  REG-FILE1-CLAVE1.
000412             07  REG-FILE1-TIPO      PIC 9(02).
000412             07  REG-FILE1-CUENTA    PIC 9(08).
000412     03  FILLER                  PIC X(229).
000412
000412 FD FILE-CTI
000412      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000412
000412 01 REG-CTI.
000412     03  REG-CTI-CLAVE.
000412         05  REG-CTI-NRO         PIC 9(05).
000412         05  REG-CTI-CLAVE1.
000412             07  REG-CTI-TIPO        PIC 9(02).
000412             07  REG-CTI-CUENTA      PIC 9(08).
000412     03  FILLER                  PIC X(65).
000412
000412 FD FILE-OPE
000412      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000412     03  REG-OPE-ID              PIC X(08).
000412     03  FILLER                  PIC X(132).
000412
000412 FD FILE-BIT
000412      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000412
000412 01 REG-BIT          PIC X(150).
000412
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILDEM-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILXRF-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000504 77  WS-FILOPE-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILCTI-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILBIT-CODE          PIC X(02)   VALUE SPACES.
000505
000506 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000507     88  WS-FIN-LECTURA                  VALUE 'SI'.
000517 77  WS-CANT-DOC-DUPLICADO   PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-HALLADOS        PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-OPER-RECH       PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-VINCULOS        PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-DESVINCULOS     PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-BITACORA        PIC 9(05)   VALUE ZEROS.
000517
000517*    TRANSACCIONES ATENDIDAS Y DENEGADAS POR EL PERFIL DEL
000517*    OPERADOR ANTES Y DESPUES DE LA TRANSACCION EN PROCESO,
000517*    PARA SU RESULTADO EN LA BITACORA
000517 77  WS-BIT-ATENDIDAS-ANT    PIC 9(07)   VALUE ZEROS.
000517 77  WS-BIT-ATENDIDAS        PIC 9(07)   VALUE ZEROS.
000517 77  WS-BIT-DENEGADAS-ANT    PIC 9(07)   VALUE ZEROS.
000517 77  WS-BIT-DENEGADAS        PIC 9(07)   VALUE ZEROS.
000517
000517*    RESULTADO DE LA VALIDACION DEL OPERADOR DE LA
000517*    TRANSACCION EN PROCESO
000517     88  WS-OPE-AUTORIZADO               VALUE 'N'.
000517     88  WS-OPE-RECHAZADO                VALUE 'Y'.
000517
000517*    RESULTADO DE LA VALIDACION DE UN ALTA DE VINCULO
000517 77  WS-VIN-RECH-SW          PIC X       VALUE 'N'.
000517     88  WS-VIN-VALIDO                   VALUE 'N'.
000517     88  WS-VIN-RECHAZADO                VALUE 'Y'.
000517
000517 77  WS-OPE-IDX              PIC 9(02)   VALUE ZEROS.
000517 77  WS-OPE-HALLADA          PIC 9(02)   VALUE ZEROS.
000517
000517     88  WS-FIN-CUENTAS                  VALUE 'Y'.
000517     88  WS-NO-FIN-CUENTAS               VALUE 'N'.
000517
000517 01  WS-STA-VINCULOS         PIC X       VALUE 'N'.
000517     88  WS-FIN-VINCULOS                 VALUE 'Y'.
000517     88  WS-NO-FIN-VINCULOS              VALUE 'N'.
000517
000517*    FECHA DEL SISTEMA (AAAAMMDD) PARA FECHAR LOS VINCULOS
000517 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000517
000517 01  WS-FECHA.
000517     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000517     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000517     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000517
000517 01  WS-HORA.
000517     03  WS-HORA-HH          PIC 99      VALUE ZEROS.
000517     03  WS-HORA-MM          PIC 99      VALUE ZEROS.
000517     03  WS-HORA-SS          PIC 99      VALUE ZEROS.
000517     03  WS-HORA-CS          PIC 99      VALUE ZEROS.
000517
000517*    LARGO UTIL DEL PREFIJO DE NOMBRE BUSCADO
000517 77  WS-NOM-LARGO            PIC 9(02)   VALUE ZEROS.
000517
000534         VALUE '* CLIENTES HALLADOS         = '.
000534 01  WS-LEYEN-OPER-RECH      PIC X(35)
000534         VALUE '* RECHAZADAS POR OPERADOR   = '.
000534 01  WS-LEYEN-VINCULOS       PIC X(35)
000534         VALUE '* VINCULOS DADOS DE ALTA    = '.
000534 01  WS-LEYEN-DESVINCULOS    PIC X(35)
000534         VALUE '* VINCULOS DADOS DE BAJA    = '.
000534 01  WS-LEYEN-BITACORA       PIC X(35)
000534         VALUE '* REGISTROS EN BITACORA     = '.
000535
000536 01  WS-LIN-SALIDA.
000537     03  FILLER              PIC X(01)   VALUE SPACE.
000541     COPY "LAYOUT-DemXref.cpy".
000541     COPY "LAYOUT-Clients.cpy".
000541     COPY "LAYOUT-Operador.cpy".
000541     COPY "LAYOUT-Cotitular.cpy".
000541     COPY "LAYOUT-Bitacora.cpy".
000542
000600 PROCEDURE DIVISION.
000601
000618
000619     SET WS-NO-FIN-LECTURA TO TRUE.
000620
000620     ACCEPT WS-FECHA FROM DATE
000620     COMPUTE WS-FECHA-PROCESO = 20000000
000620                              + WS-FECHA-AA * 10000
000620                              + WS-FECHA-MM * 100
000620                              + WS-FECHA-DD.
000620
000621     OPEN I-O    FILE-DEM.
000622     IF WS-FILDEM-CODE IS NOT EQUAL '00'
000623        DISPLAY '* ERROR EN OPEN DEMOG   = ' WS-FILDEM-CODE
000640                'DETALLE DE CUENTAS = ' WS-FIL1-CODE
000640        SET WS-CLIEN-NO-DISPONIBLE TO TRUE
000640     END-IF.
000640
000640     OPEN I-O    FILE-CTI.
000640     IF WS-FILCTI-CODE IS NOT EQUAL '00'
000640        AND WS-FILCTI-CODE IS NOT EQUAL '05'
000640        DISPLAY '* ERROR EN OPEN COTIT   = ' WS-FILCTI-CODE
000640        MOVE 9999 TO RETURN-CODE
000640        SET  WS-FIN-LECTURA TO TRUE
000640     END-IF.
000640
000640     OPEN EXTEND FILE-BIT.
000640     IF WS-FILBIT-CODE IS NOT EQUAL '00'
000640        AND WS-FILBIT-CODE IS NOT EQUAL '05'
000640        DISPLAY '* ERROR EN OPEN BITOPE  = ' WS-FILBIT-CODE
000640        MOVE 9999 TO RETURN-CODE
000640        SET  WS-FIN-LECTURA TO TRUE
000640     END-IF.
000641
000642     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000643
000650*    NINGUNA TRANSACCION SE EJECUTA SIN VALIDAR EL OPERADOR
000650*    CONTRA SU PERFIL (EXISTENCIA, ESTADO Y ACCION)
000650
000650     PERFORM 2080-SUMAR-RESULTADOS THRU F-2080-SUMAR-RESULTADOS
000650     MOVE WS-BIT-ATENDIDAS TO WS-BIT-ATENDIDAS-ANT
000650     MOVE WS-BIT-DENEGADAS TO WS-BIT-DENEGADAS-ANT
000650
000650     PERFORM 1500-VALIDAR-OPERADOR
000650                 THRU F-1500-VALIDAR-OPERADOR
000650
000668        WHEN WS-DTR-BUSCAR-NOMBRE
000668           PERFORM 2600-BUSCAR-NOMBRE
000668                       THRU F-2600-BUSCAR-NOMBRE
000668
000668        WHEN WS-DTR-VINCULAR
000668           PERFORM 2650-VINCULAR-CUENTA
000668                       THRU F-2650-VINCULAR-CUENTA
000668
000668        WHEN WS-DTR-DESVINCULAR
000668           PERFORM 2660-DESVINCULAR-CUENTA
000668                       THRU F-2660-DESVINCULAR-CUENTA
000669
000670        WHEN OTHER
000671           ADD 1 TO WS-CANT-ACCION-INVALID
000676
000676 F-2000-PROCESO-LEER.
000677
000677     PERFORM 2090-GRABAR-BITACORA THRU F-2090-GRABAR-BITACORA.
000677
000678     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000679
000680 F-2000-PROCESO. EXIT.
000680
000680**************************************
000680* SUMA DE TRANSACCIONES ATENDIDAS    *
000680* Y DENEGADAS HASTA AHORA            *
000680**************************************
000680
000680 2080-SUMAR-RESULTADOS.
000680
000680     COMPUTE WS-BIT-ATENDIDAS = WS-CANT-CONSULTAS
000680                              + WS-CANT-ALTAS
000680                              + WS-CANT-CAMBIOS
000680                              + WS-CANT-BAJAS
000680                              + WS-CANT-BUSQ-DOC
000680                              + WS-CANT-BUSQ-NOMBRE
000680                              + WS-CANT-VINCULOS
000680                              + WS-CANT-DESVINCULOS
000680
000680     MOVE WS-CANT-OPER-RECH TO WS-BIT-DENEGADAS.
000680
000680 F-2080-SUMAR-RESULTADOS. EXIT.
000680
000680**************************************
000680* GRABA EN LA BITACORA DE ACTIVIDAD  *
000680* LA TRANSACCION RECIEN PROCESADA:   *
000680* DENEGADA SI LA RECHAZO EL PERFIL   *
000680* DEL OPERADOR, ACEPTADA SI SUMO A   *
000680* LAS ATENDIDAS; SI NO, RECHAZADA    *
000680* CON EL MENSAJE QUE QUEDO EN EL     *
000680* LISTADO                            *
000680**************************************
000680
000680 2090-GRABAR-BITACORA.
000680
000680     PERFORM 2080-SUMAR-RESULTADOS THRU F-2080-SUMAR-RESULTADOS
000680
000680     ACCEPT WS-HORA FROM TIME
000680
000680     MOVE WS-FECHA-PROCESO    TO WS-BIT-FECHA
000680     MOVE WS-HORA(1:6)        TO WS-BIT-HORA
000680     MOVE WS-DTR-OPERADOR     TO WS-BIT-OPERADOR
000680     MOVE WS-DTR-TERMINAL     TO WS-BIT-TERMINAL
000680     MOVE 'PGMAPJ1N'          TO WS-BIT-PROGRAMA
000680     MOVE WS-DTR-ACCION       TO WS-BIT-ACCION
000680     MOVE SPACES              TO WS-BIT-MOTIVO
000680     SET WS-BIT-SIN-ROL       TO TRUE
000680     MOVE ZEROS               TO WS-BIT-SUCURSAL
000680
000680*    CLAVE: DOCUMENTO O NOMBRE BUSCADO EN LAS BUSQUEDAS,
000680*    CLIENTE Y CUENTA EN LOS VINCULOS, CLIENTE EN EL RESTO
000680     MOVE SPACES              TO WS-BIT-CLAVE
000680
000680     IF WS-DTR-BUSCAR-DOC
000680        STRING WS-DTR-TIPO-DOC ' ' WS-DTR-NRO-DOC
000680               DELIMITED BY SIZE INTO WS-BIT-CLAVE
000680     ELSE
000680        IF WS-DTR-BUSCAR-NOMBRE
000680           MOVE WS-DTR-NOMBRE       TO WS-BIT-CLAVE
000680        ELSE
000680           MOVE WS-DTR-NRO          TO WS-BIT-NRO
000680           MOVE ZEROS               TO WS-BIT-TIPO
000680           MOVE ZEROS               TO WS-BIT-CUENTA
000680           MOVE ZEROS               TO WS-BIT-SECUEN
000680           IF WS-DTR-VINCULAR OR WS-DTR-DESVINCULAR
000680              MOVE WS-DTR-VIN-TIPO     TO WS-BIT-TIPO
000680              MOVE WS-DTR-VIN-CUENTA   TO WS-BIT-CUENTA
000680           END-IF
000680        END-IF
000680     END-IF
000680
000680     IF WS-FIN-LECTURA
000680        SET WS-BIT-CON-ERROR TO TRUE
000680        MOVE 'ERROR DE ARCHIVO - VER MENSAJES DEL PASO'
000680                                 TO WS-BIT-MOTIVO
000680     ELSE
000680        IF WS-BIT-DENEGADAS IS GREATER THAN WS-BIT-DENEGADAS-ANT
000680           SET WS-BIT-DENEGADA  TO TRUE
000680           MOVE WS-LIN-TEXTO    TO WS-BIT-MOTIVO
000680        ELSE
000680           IF WS-BIT-ATENDIDAS IS GREATER THAN
000680                                   WS-BIT-ATENDIDAS-ANT
000680              SET WS-BIT-ACEPTADA  TO TRUE
000680           ELSE
000680              SET WS-BIT-RECHAZADA TO TRUE
000680              MOVE WS-LIN-TEXTO    TO WS-BIT-MOTIVO
000680           END-IF
000680        END-IF
000680     END-IF
000680
000680     WRITE REG-BIT FROM WS-REG-BITACORA
000680
000680     EVALUATE WS-FILBIT-CODE
000680
000680        WHEN '00'
000680           ADD 1 TO WS-CANT-BITACORA
000680
000680        WHEN OTHER
000680           DISPLAY '* ERROR EN GRABAR BITACORA = '
000680                                      WS-FILBIT-CODE
000680           MOVE 9999 TO RETURN-CODE
000680           SET WS-FIN-LECTURA TO TRUE
000680
000680     END-EVALUATE.
000680
000680 F-2090-GRABAR-BITACORA. EXIT.
000681
000682**************************************
000683* LECTURA DE UNA TRANSACCION         *
000906 F-2620-BARRER-UN-NOMBRE. EXIT.
000906
000906**************************************
000906* ACCION V: VINCULAR EL CLIENTE A LA *
000906* CUENTA DE OTRO TITULAR COMO        *
000906* COTITULAR O FIRMANTE (DDCOTIT)     *
000906**************************************
000906
000906 2650-VINCULAR-CUENTA.
000906
000906     PERFORM 2670-VALIDAR-VINCULO THRU F-2670-VALIDAR-VINCULO
000906
000906     IF WS-VIN-RECHAZADO
000906        GO TO F-2650-VINCULAR-CUENTA
000906     END-IF
000906
000906     MOVE WS-DTR-NRO          TO REG-CTI-NRO
000906     MOVE WS-DTR-VIN-TIPO     TO REG-CTI-TIPO
000906     MOVE WS-DTR-VIN-CUENTA   TO REG-CTI-CUENTA
000906
000906     READ FILE-CTI INTO WS-REG-COTIT
000906        KEY IS REG-CTI-CLAVE
000906
000906     EVALUATE WS-FILCTI-CODE
000906
000906*    UN VINCULO EN BAJA SE REACTIVA CON EL ROL Y LA FIRMA
000906*    NUEVOS; UNO ACTIVO NO SE PISA
000906
000906        WHEN '00'
000906           IF WS-CTI-EST-ACTIVO
000906              ADD 1 TO WS-CANT-RECHAZADAS
000906              MOVE 'VINCULO RECHAZADO - YA EXISTE ACTIVO'
000906                                       TO WS-LIN-TEXTO
000906              WRITE REG-LIS FROM WS-LIN-SALIDA
000906              GO TO F-2650-VINCULAR-CUENTA
000906           END-IF
000906           PERFORM 2680-ARMAR-VINCULO THRU F-2680-ARMAR-VINCULO
000906           REWRITE REG-CTI FROM WS-REG-COTIT
000906
000906        WHEN '23'
000906           PERFORM 2680-ARMAR-VINCULO THRU F-2680-ARMAR-VINCULO
000906           WRITE REG-CTI FROM WS-REG-COTIT
000906
000906        WHEN OTHER
000906           DISPLAY '* ERROR EN READ COTIT (V) = ' WS-FILCTI-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906           GO TO F-2650-VINCULAR-CUENTA
000906
000906     END-EVALUATE
000906
000906     IF WS-FILCTI-CODE IS NOT EQUAL '00'
000906        DISPLAY '* ERROR EN GRABAR COTIT (V) = ' WS-FILCTI-CODE
000906        MOVE 9999 TO RETURN-CODE
000906        SET WS-FIN-LECTURA TO TRUE
000906        GO TO F-2650-VINCULAR-CUENTA
000906     END-IF
000906
000906     ADD 1 TO WS-CANT-VINCULOS
000906
000906     PERFORM 2900-IMPRIMIR-CLIENTE THRU F-2900-IMPRIMIR-CLIENTE
000906     PERFORM 2740-IMPRIMIR-VINCULO THRU F-2740-IMPRIMIR-VINCULO.
000906
000906 F-2650-VINCULAR-CUENTA. EXIT.
000906
000906**************************************
000906* ACCION X: DAR DE BAJA EL VINCULO   *
000906* DEL CLIENTE CON LA CUENTA          *
000906**************************************
000906
000906 2660-DESVINCULAR-CUENTA.
000906
000906     MOVE WS-DTR-NRO          TO REG-CTI-NRO
000906     MOVE WS-DTR-VIN-TIPO     TO REG-CTI-TIPO
000906     MOVE WS-DTR-VIN-CUENTA   TO REG-CTI-CUENTA
000906
000906     READ FILE-CTI INTO WS-REG-COTIT
000906        KEY IS REG-CTI-CLAVE
000906
000906     EVALUATE WS-FILCTI-CODE
000906
000906        WHEN '00'
000906           IF WS-CTI-EST-BAJA
000906              ADD 1 TO WS-CANT-RECHAZADAS
000906              MOVE 'DESVINCULACION RECHAZADA - VINCULO YA EN BAJA'
000906                                       TO WS-LIN-TEXTO
000906              WRITE REG-LIS FROM WS-LIN-SALIDA
000906              GO TO F-2660-DESVINCULAR-CUENTA
000906           END-IF
000906
000906        WHEN '23'
000906           ADD 1 TO WS-CANT-NOENCONTRADOS
000906           MOVE 'DESVINCULACION RECHAZADA - VINCULO INEXISTENTE'
000906                                    TO WS-LIN-TEXTO
000906           WRITE REG-LIS FROM WS-LIN-SALIDA
000906           GO TO F-2660-DESVINCULAR-CUENTA
000906
000906        WHEN OTHER
000906           DISPLAY '* ERROR EN READ COTIT (X) = ' WS-FILCTI-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906           GO TO F-2660-DESVINCULAR-CUENTA
000906
000906     END-EVALUATE
000906
000906     MOVE 'B'                 TO WS-CTI-ESTADO
000906     MOVE WS-FECHA-PROCESO    TO WS-CTI-FEC-ESTADO
000906     MOVE WS-DTR-OPERADOR     TO WS-CTI-OPERADOR
000906
000906     REWRITE REG-CTI FROM WS-REG-COTIT
000906
000906     IF WS-FILCTI-CODE IS NOT EQUAL '00'
000906        DISPLAY '* ERROR EN REWRITE COTIT (X) = ' WS-FILCTI-CODE
000906        MOVE 9999 TO RETURN-CODE
000906        SET WS-FIN-LECTURA TO TRUE
000906        GO TO F-2660-DESVINCULAR-CUENTA
000906     END-IF
000906
000906     ADD 1 TO WS-CANT-DESVINCULOS
000906
000906     MOVE 'VINCULO DADO DE BAJA'  TO WS-LIN-TEXTO
000906     WRITE REG-LIS FROM WS-LIN-SALIDA
000906
000906     PERFORM 2740-IMPRIMIR-VINCULO THRU F-2740-IMPRIMIR-VINCULO.
000906
000906 F-2660-DESVINCULAR-CUENTA. EXIT.
000906
000906**************************************
000906* VALIDAR UN ALTA DE VINCULO: CLIENTE*
000906* ACTIVO EN DDDEMOG, ROL Y FIRMA     *
000906* VALIDOS Y CUENTA DE DEPOSITO VIVA  *
000906* DE OTRO TITULAR. UN RECHAZO SE     *
000906* SENALA CON WS-VIN-RECHAZADO       *
000906**************************************
000906
000906 2670-VALIDAR-VINCULO.
000906
000906     SET WS-VIN-RECHAZADO TO TRUE
000906
000906     IF WS-DTR-VIN-ROL IS EQUAL SPACE
000906        MOVE 'C' TO WS-DTR-VIN-ROL
000906     END-IF
000906
000906     IF WS-DTR-VIN-FIRMA IS EQUAL SPACE
000906        MOVE 'I' TO WS-DTR-VIN-FIRMA
000906     END-IF
000906
000906     MOVE WS-DTR-VIN-ROL   TO WS-CTI-ROL
000906     MOVE WS-DTR-VIN-FIRMA TO WS-CTI-FIRMA
000906
000906     IF NOT WS-CTI-ROL-VALIDO
000906        OR NOT WS-CTI-FIRMA-VALIDA
000906        ADD 1 TO WS-CANT-RECHAZADAS
000906        MOVE 'VINCULO RECHAZADO - ROL O REGLA DE FIRMA INVALIDOS'
000906                                 TO WS-LIN-TEXTO
000906        WRITE REG-LIS FROM WS-LIN-SALIDA
000906        GO TO F-2670-VALIDAR-VINCULO
000906     END-IF
000906
000906     MOVE WS-DTR-NRO TO REG-DEM-NRO
000906
000906     READ FILE-DEM INTO WS-REG-DEMOG
000906        KEY IS REG-DEM-NRO
000906
000906     EVALUATE WS-FILDEM-CODE
000906
000906        WHEN '00'
000906           IF WS-DEM-EST-BAJA
000906              ADD 1 TO WS-CANT-RECHAZADAS
000906              MOVE 'VINCULO RECHAZADO - CLIENTE DADO DE BAJA'
000906                                       TO WS-LIN-TEXTO
000906              WRITE REG-LIS FROM WS-LIN-SALIDA
000906              GO TO F-2670-VALIDAR-VINCULO
000906           END-IF
000906
000906        WHEN '23'
000906           ADD 1 TO WS-CANT-NOENCONTRADOS
000906           MOVE 'VINCULO RECHAZADO - CLIENTE NO ENCONTRADO'
000906                                    TO WS-LIN-TEXTO
000906           WRITE REG-LIS FROM WS-LIN-SALIDA
000906           GO TO F-2670-VALIDAR-VINCULO
000906
000906        WHEN OTHER
000906           DISPLAY '* ERROR EN READ DEMOG (V) = ' WS-FILDEM-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906           GO TO F-2670-VALIDAR-VINCULO
000906
000906     END-EVALUATE
000906
000906     IF WS-CLIEN-NO-DISPONIBLE
000906        ADD 1 TO WS-CANT-RECHAZADAS
000906        MOVE 'VINCULO RECHAZADO - SIN MAESTRO DE CUENTAS'
000906                                 TO WS-LIN-TEXTO
000906        WRITE REG-LIS FROM WS-LIN-SALIDA
000906        GO TO F-2670-VALIDAR-VINCULO
000906     END-IF
000906
000906     MOVE WS-DTR-VIN-TIPO   TO REG-FILE1-TIPO
000906     MOVE WS-DTR-VIN-CUENTA TO REG-FILE1-CUENTA
000906
000906     READ FILE1 INTO WS-REG-CLIENTE
000906        KEY IS REG-FILE1-CLAVE1
000906
000906     EVALUATE WS-FIL1-CODE
000906
000906        WHEN '00'
000906           CONTINUE
000906
000906        WHEN '23'
000906           ADD 1 TO WS-CANT-RECHAZADAS
000906           MOVE 'VINCULO RECHAZADO - CUENTA INEXISTENTE'
000906                                    TO WS-LIN-TEXTO
000906           WRITE REG-LIS FROM WS-LIN-SALIDA
000906           GO TO F-2670-VALIDAR-VINCULO
000906
000906        WHEN OTHER
000906           DISPLAY '* ERROR EN READ FILE1 (V) = ' WS-FIL1-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906           GO TO F-2670-VALIDAR-VINCULO
000906
000906     END-EVALUATE
000906
000906*    LOS PRESTAMOS NO ADMITEN COTITULARES (LOS ADMINISTRA
000906*    PGMAPJ2A) Y UNA CUENTA EN BAJA NO SE VINCULA
000906
000906     EVALUATE TRUE
000906
000906        WHEN WS-CLI-TIPO-PRESTAMO
000906           ADD 1 TO WS-CANT-RECHAZADAS
000906           MOVE 'VINCULO RECHAZADO - CUENTA PRESTAMO'
000906                                    TO WS-LIN-TEXTO
000906           WRITE REG-LIS FROM WS-LIN-SALIDA
000906
000906        WHEN WS-CLI-EST-BAJA
000906           ADD 1 TO WS-CANT-RECHAZADAS
000906           MOVE 'VINCULO RECHAZADO - CUENTA DADA DE BAJA'
000906                                    TO WS-LIN-TEXTO
000906           WRITE REG-LIS FROM WS-LIN-SALIDA
000906
000906        WHEN WS-CLI-NRO IS EQUAL WS-DTR-NRO
000906           ADD 1 TO WS-CANT-RECHAZADAS
000906           MOVE 'VINCULO RECHAZADO - ES EL TITULAR DE LA CUENTA'
000906                                    TO WS-LIN-TEXTO
000906           WRITE REG-LIS FROM WS-LIN-SALIDA
000906
000906        WHEN OTHER
000906           SET WS-VIN-VALIDO TO TRUE
000906
000906     END-EVALUATE.
000906
000906 F-2670-VALIDAR-VINCULO. EXIT.
000906
000906*    ARMA EL VINCULO ACTIVO CON LOS DATOS DE LA TRANSACCION
000906*    (ROL Y FIRMA YA NORMALIZADOS POR 2670-)
000906
000906 2680-ARMAR-VINCULO.
000906
000906     MOVE SPACES              TO WS-REG-COTIT
000906     MOVE WS-DTR-NRO          TO WS-CTI-NRO
000906     MOVE WS-DTR-VIN-TIPO     TO WS-CTI-TIPO
000906     MOVE WS-DTR-VIN-CUENTA   TO WS-CTI-CUENTA
000906     MOVE WS-DTR-VIN-ROL      TO WS-CTI-ROL
000906     MOVE WS-DTR-VIN-FIRMA    TO WS-CTI-FIRMA
000906     MOVE 'A'                 TO WS-CTI-ESTADO
000906     MOVE WS-FECHA-PROCESO    TO WS-CTI-FEC-ALTA
000906     MOVE WS-FECHA-PROCESO    TO WS-CTI-FEC-ESTADO
000906     MOVE WS-DTR-OPERADOR     TO WS-CTI-OPERADOR.
000906
000906 F-2680-ARMAR-VINCULO. EXIT.
000906
000906**************************************
000906* LISTAR LAS CUENTAS DDCLIEN DEL     *
000906* CLIENTE EN WS-REG-DEMOG            *
000906**************************************
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906
000906     END-EVALUATE
000906
000906*    Y LAS CUENTAS DE OTROS TITULARES QUE EL CLIENTE OPERA
000906*    COMO COTITULAR O FIRMANTE
000906
000906     PERFORM 2720-LISTAR-VINCULOS THRU F-2720-LISTAR-VINCULOS.
000906
000906 F-2700-LISTAR-CUENTAS. EXIT.
000906
000906 F-2710-LISTAR-UNA-CUENTA. EXIT.
000906
000906**************************************
000906* LISTAR LAS CUENTAS VINCULADAS AL   *
000906* CLIENTE EN WS-REG-DEMOG (DDCOTIT)  *
000906**************************************
000906
000906 2720-LISTAR-VINCULOS.
000906
000906     MOVE WS-DEM-NRO TO REG-CTI-NRO
000906     MOVE ZEROS      TO REG-CTI-TIPO
000906     MOVE ZEROS      TO REG-CTI-CUENTA
000906
000906     START FILE-CTI KEY IS NOT LESS THAN REG-CTI-CLAVE
000906
000906     EVALUATE WS-FILCTI-CODE
000906
000906        WHEN '00'
000906           SET WS-NO-FIN-VINCULOS TO TRUE
000906           PERFORM 2730-LISTAR-UN-VINCULO
000906                       THRU F-2730-LISTAR-UN-VINCULO
000906                     UNTIL WS-FIN-VINCULOS
000906
000906        WHEN '23'
000906           CONTINUE
000906
000906        WHEN OTHER
000906           DISPLAY '* ERROR EN START COTIT = ' WS-FILCTI-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906
000906     END-EVALUATE.
000906
000906 F-2720-LISTAR-VINCULOS. EXIT.
000906
000906 2730-LISTAR-UN-VINCULO.
000906
000906     READ FILE-CTI NEXT RECORD INTO WS-REG-COTIT
000906
000906     EVALUATE WS-FILCTI-CODE
000906
000906        WHEN '00'
000906           IF WS-CTI-NRO IS NOT EQUAL WS-DEM-NRO
000906              SET WS-FIN-VINCULOS TO TRUE
000906           ELSE
000906              IF WS-CTI-EST-ACTIVO
000906                 PERFORM 2740-IMPRIMIR-VINCULO
000906                             THRU F-2740-IMPRIMIR-VINCULO
000906              END-IF
000906           END-IF
000906
000906        WHEN '10'
000906           SET WS-FIN-VINCULOS TO TRUE
000906
000906        WHEN OTHER
000906           DISPLAY '* ERROR EN READ NEXT COTIT = '
000906                                      WS-FILCTI-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906           SET WS-FIN-VINCULOS TO TRUE
000906
000906     END-EVALUATE.
000906
000906 F-2730-LISTAR-UN-VINCULO. EXIT.
000906
000906**************************************
000906* IMPRIME EL VINCULO EN WS-REG-COTIT *
000906* CON EL TITULAR Y EL SALDO DE LA    *
000906* CUENTA (DDCLIEN POR TIPO+CUENTA)   *
000906**************************************
000906
000906 2740-IMPRIMIR-VINCULO.
000906
000906     MOVE ZEROS  TO WS-CLI-NRO
000906     MOVE ZEROS  TO WS-CLI-SALDO
000906     MOVE SPACES TO WS-CLI-MONEDA
000906     MOVE SPACES TO WS-CLI-ESTADO
000906
000906     IF WS-CLIEN-DISPONIBLE
000906        MOVE WS-CTI-TIPO   TO REG-FILE1-TIPO
000906        MOVE WS-CTI-CUENTA TO REG-FILE1-CUENTA
000906        READ FILE1 INTO WS-REG-CLIENTE
000906           KEY IS REG-FILE1-CLAVE1
000906        IF WS-FIL1-CODE IS NOT EQUAL '00'
000906           AND WS-FIL1-CODE IS NOT EQUAL '23'
000906           DISPLAY '* ERROR EN READ FILE1 (VINC) = '
000906                                      WS-FIL1-CODE
000906           MOVE 9999 TO RETURN-CODE
000906           SET WS-FIN-LECTURA TO TRUE
000906        END-IF
000906     END-IF
000906
000906     MOVE WS-CLI-SALDO TO WS-LIN-EDIT-SALDO
000906     STRING '   VINCULO - TIPO: ' WS-CTI-TIPO
000906            ' NRO: '              WS-CTI-CUENTA
000906            ' ROL: '              WS-CTI-ROL
000906            ' FIRMA: '            WS-CTI-FIRMA
000906            ' TITULAR: '          WS-CLI-NRO
000906            ' MONEDA: '           WS-CLI-MONEDA
000906            ' SALDO: '            WS-LIN-EDIT-SALDO
000906            ' EST: '              WS-CLI-ESTADO
000906               DELIMITED BY SIZE
000906               INTO WS-LIN-TEXTO
000906     END-STRING
000906     WRITE REG-LIS FROM WS-LIN-SALIDA.
000906
000906 F-2740-IMPRIMIR-VINCULO. EXIT.
000906
000906**************************************
000906* GRABAR (O REUSAR) LA ENTRADA DEL   *
000906* CRUCE PARA EL DOCUMENTO VIGENTE DE *
000906* WS-REG-DEMOG                       *
000931
000932 9999-FINAL.
000933
000932     CLOSE FILE-CTI.
000932        IF WS-FILCTI-CODE IS NOT EQUAL '00'
000932           DISPLAY '* ERROR EN CLOSE COTIT   = '
000932                                      WS-FILCTI-CODE
000932           MOVE 9999 TO RETURN-CODE
000932        END-IF.
000932
000932     CLOSE FILE-OPE.
000932        IF WS-FILOPE-CODE IS NOT EQUAL '00'
000932           DISPLAY '* ERROR EN CLOSE OPERAD  = '
000932           MOVE 9999 TO RETURN-CODE
000932        END-IF.
000932
000932     CLOSE FILE-BIT.
000932        IF WS-FILBIT-CODE IS NOT EQUAL '00'
000932           DISPLAY '* ERROR EN CLOSE BITOPE  = '
000932                                      WS-FILBIT-CODE
000932           MOVE 9999 TO RETURN-CODE
000932        END-IF.
000932
000933     CLOSE FILE-XRF.
000933        IF WS-FILXRF-CODE IS NOT EQUAL '00'
000933           DISPLAY '* ERROR EN CLOSE DEMXRF  = '
000966     DISPLAY WS-LEYEN-DOC-DUP        WS-CANT-DOC-DUPLICADO.
000966     DISPLAY WS-LEYEN-HALLADOS       WS-CANT-HALLADOS.
000966     DISPLAY WS-LEYEN-OPER-RECH      WS-CANT-OPER-RECH.
000966     DISPLAY WS-LEYEN-VINCULOS       WS-CANT-VINCULOS.
000966     DISPLAY WS-LEYEN-DESVINCULOS    WS-CANT-DESVINCULOS.
000966     DISPLAY WS-LEYEN-BITACORA       WS-CANT-BITACORA.
000967
000968 F-9999-FINAL.
000969     EXIT.
