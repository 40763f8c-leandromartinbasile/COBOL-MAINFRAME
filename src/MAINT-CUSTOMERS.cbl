000195* 02/09/26 * AMPLIA REG-FILE1  * LGS *
000195* 02/09/26 * EMBARGOS JUDICIALES* LGS *
000195* 02/09/26 * PERFIL DE OPERADOR * LGS *
000195* 15/10/26 * PRESTAMOS TIPO 05  * LGS *
000195* 15/10/26 * CALENDARIO HABILES * LGS *
000195* 15/10/26 * BITACORA OPERADOR * LGS *
000196**************************************
000197
000200 ENVIRONMENT DIVISION.
000230     ACCESS IS SEQUENTIAL
000231     FILE STATUS IS WS-FILAUD-CODE.
000232
000232*    BITACORA DE ACTIVIDAD DE OPERADORES (VER LAYOUT-Bitacora);
000232*    SE ABRE EN EXTEND PARA NO PISAR LO ACUMULADO DE OTROS DIAS
000232     SELECT OPTIONAL FILE-BIT  ASSIGN DDBITOPE
000232     ACCESS IS SEQUENTIAL
000232     FILE STATUS IS WS-FILBIT-CODE.
000232
000232*    MAESTRO DE EMBARGOS JUDICIALES (VER PGMAPJ1E): UNA
000232*    CORRECCION DE SALDO SOBRE UNA CUENTA EMBARGADA SE
000232*    BLOQUEA; SU AUSENCIA NO FRENA EL MANTENIMIENTO
000232     RECORD KEY IS REG-OPE-ID
000232     FILE STATUS IS WS-FILOPE-CODE.
000232
000232*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000232     SELECT FILE-CAL  ASSIGN DDCALEND
000232     ORGANIZATION IS INDEXED
000232     ACCESS IS RANDOM
000232     RECORD KEY IS REG-CAL-CLAVE
000232     FILE STATUS IS WS-FILCAL-CODE.
000232
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000417
000418 01 REG-AUD          PIC X(570).
000419
000419 FD FILE-BIT
000419      BLOCK CONTAINS 0 RECORDS
000419      RECORDING MODE IS F.
000419
000419 01 REG-BIT          PIC X(150).
000419
000419 FD FILE-EMB
000419      BLOCK CONTAINS 0 RECORDS
000419      RECORDING MODE IS F.
000419     03  REG-OPE-ID              PIC X(08).
000419     03  FILLER                  PIC X(132).
000419
000419 FD FILE-CAL
000419      BLOCK CONTAINS 0 RECORDS
000419      RECORDING MODE IS F.
000419
000419 01 REG-CAL.
000419     03  REG-CAL-CLAVE.
000419         05  REG-CAL-SUCURSAL    PIC 9(03).
000419         05  REG-CAL-FECHA       PIC 9(08).
000419     03  FILLER                  PIC X(69).
000419
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000504 77  WS-FILAPAR-CODE         PIC X(02)   VALUE SPACES.
000504 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILOPE-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILBIT-CODE          PIC X(02)   VALUE SPACES.
000505
000506 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000507     88  WS-FIN-LECTURA                  VALUE 'SI'.
000524 77  WS-CANT-EMB-BLOQ        PIC 9(05)   VALUE ZEROS.
000524 77  WS-CANT-OPER-RECH       PIC 9(05)   VALUE ZEROS.
000524 77  WS-CANT-LIM-RECH        PIC 9(05)   VALUE ZEROS.
000524 77  WS-CANT-PRESTAMO-RECH   PIC 9(05)   VALUE ZEROS.
000524 77  WS-CANT-BITACORA        PIC 9(05)   VALUE ZEROS.
000524
000524*    TRANSACCIONES ATENDIDAS Y DENEGADAS POR EL PERFIL DEL
000524*    OPERADOR (EXISTENCIA, ESTADO, ACCION O TOPE) ANTES Y
000524*    DESPUES DE LA TRANSACCION EN PROCESO, PARA SU RESULTADO
000524*    EN LA BITACORA
000524 77  WS-BIT-ATENDIDAS-ANT    PIC 9(07)   VALUE ZEROS.
000524 77  WS-BIT-ATENDIDAS        PIC 9(07)   VALUE ZEROS.
000524 77  WS-BIT-DENEGADAS-ANT    PIC 9(07)   VALUE ZEROS.
000524 77  WS-BIT-DENEGADAS        PIC 9(07)   VALUE ZEROS.
000524
000524*    RESULTADO DE LA VALIDACION DEL OPERADOR DE LA
000524*    TRANSACCION EN PROCESO Y TOPE DE IMPORTE DE LA ACCION
000545         VALUE '* RECHAZADAS POR OPERADOR   = '.
000545 01  WS-LEYEN-LIM-RECH       PIC X(35)
000545         VALUE '* RECHAZADAS POR TOPE       = '.
000545 01  WS-LEYEN-PRESTAMO-RECH  PIC X(35)
000545         VALUE '* RECHAZADAS POR PRESTAMO   = '.
000545 01  WS-LEYEN-BITACORA       PIC X(35)
000545         VALUE '* REGISTROS EN BITACORA     = '.
000531
000532 01  WS-LIN-SALIDA.
000533     03  FILLER              PIC X(01)   VALUE SPACE.
000542     COPY "LAYOUT-Pendcor.cpy".
000542     COPY "LAYOUT-Embargo.cpy".
000542     COPY "LAYOUT-Operador.cpy".
000542     COPY "LAYOUT-Bitacora.cpy".
000542
000542*    VENCIMIENTO DE LA CORRECCION (VER 8200-VENCE-APROBACION)
000542 77  WS-PEND-VENCE           PIC 9(08)   VALUE ZEROS.
000542
000542********  CALENDARIO DE DIAS HABILES  *
000542
000542 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000542*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000542*    SOLO LOS FERIADOS NACIONALES)
000542 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000542 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000542     88  WS-DHA-HABIL                    VALUE 'S'.
000542     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000542*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000542*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000542 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000542     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000542 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000542 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000542 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000542 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000542 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000542 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000542 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000542 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000542 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000542 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000542 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000542 01  FILLER REDEFINES WS-DHA-FECHA.
000542     03  WS-DHA-ANIO         PIC 9(04).
000542     03  WS-DHA-MES          PIC 9(02).
000542     03  WS-DHA-DIA          PIC 9(02).
000542
000542     COPY "LAYOUT-Calendario.cpy".
000540
000600 PROCEDURE DIVISION.
000601
000643        MOVE 9999 TO RETURN-CODE
000644        SET  WS-FIN-LECTURA TO TRUE
000645     END-IF.
000645
000645     OPEN INPUT  FILE-CAL.
000645     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000645        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000645        MOVE 9999 TO RETURN-CODE
000645        SET  WS-FIN-LECTURA TO TRUE
000645     END-IF.
000645
000645     OPEN EXTEND FILE-BIT.
000645     IF WS-FILBIT-CODE IS NOT EQUAL '00'
000645        AND WS-FILBIT-CODE IS NOT EQUAL '05'
000645        DISPLAY '* ERROR EN OPEN BITOPE  = ' WS-FILBIT-CODE
000645        MOVE 9999 TO RETURN-CODE
000645        SET  WS-FIN-LECTURA TO TRUE
000645     END-IF.
000639
000640     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000641
000648*    CONTRA SU PERFIL (EXISTENCIA, ESTADO Y ACCION); EL TOPE
000648*    DE IMPORTE SE CONTROLA EN LA ACCION QUE CORRESPONDA
000648
000648     PERFORM 2080-SUMAR-RESULTADOS THRU F-2080-SUMAR-RESULTADOS
000648     MOVE WS-BIT-ATENDIDAS TO WS-BIT-ATENDIDAS-ANT
000648     MOVE WS-BIT-DENEGADAS TO WS-BIT-DENEGADAS-ANT
000648     SET WS-BIT-SIN-ROL    TO TRUE
000648     MOVE ZEROS            TO WS-BIT-SUCURSAL
000648
000648     PERFORM 1500-VALIDAR-OPERADOR
000648                 THRU F-1500-VALIDAR-OPERADOR
000648
000649
000649 F-2000-PROCESO-LEER.
000649
000649     PERFORM 2090-GRABAR-BITACORA THRU F-2090-GRABAR-BITACORA.
000649
000649     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000649
000650 F-2000-PROCESO. EXIT.
000650
000650**************************************
000650* SUMA DE TRANSACCIONES ATENDIDAS    *
000650* Y DENEGADAS HASTA AHORA            *
000650**************************************
000650
000650 2080-SUMAR-RESULTADOS.
000650
000650     COMPUTE WS-BIT-ATENDIDAS = WS-CANT-CONSULTAS
000650                              + WS-CANT-CORREGIDAS
000650                              + WS-CANT-BROWSEADAS
000650                              + WS-CANT-ALTAS
000650                              + WS-CANT-BAJAS
000650                              + WS-CANT-PENDIENTES
000650                              + WS-CANT-APROBADAS
000650                              + WS-CANT-RECH-CORR
000650
000650     COMPUTE WS-BIT-DENEGADAS = WS-CANT-OPER-RECH
000650                              + WS-CANT-LIM-RECH.
000650
000650 F-2080-SUMAR-RESULTADOS. EXIT.
000650
000650**************************************
000650* GRABA EN LA BITACORA DE ACTIVIDAD  *
000650* LA TRANSACCION RECIEN PROCESADA:   *
000650* DENEGADA SI LA RECHAZO EL PERFIL   *
000650* DEL OPERADOR, ACEPTADA SI SUMO A   *
000650* LAS ATENDIDAS; SI NO, RECHAZADA    *
000650* CON EL MENSAJE QUE QUEDO EN EL     *
000650* LISTADO. EL ROL DE CARGA O DE      *
000650* APROBACION LO DEJAN 2650- Y 2610-  *
000650**************************************
000650
000650 2090-GRABAR-BITACORA.
000650
000650     PERFORM 2080-SUMAR-RESULTADOS THRU F-2080-SUMAR-RESULTADOS
000650
000650     ACCEPT WS-HORA FROM TIME
000650
000650     MOVE WS-FECHA-PROCESO    TO WS-BIT-FECHA
000650     MOVE WS-HORA(1:6)        TO WS-BIT-HORA
000650     MOVE WS-TRAN-OPERADOR    TO WS-BIT-OPERADOR
000650     MOVE WS-TRAN-TERMINAL    TO WS-BIT-TERMINAL
000650     MOVE 'PGMAPJ1M'          TO WS-BIT-PROGRAMA
000650     MOVE WS-TRAN-ACCION      TO WS-BIT-ACCION
000650     MOVE SPACES              TO WS-BIT-CLAVE
000650     MOVE WS-TRAN-NRO         TO WS-BIT-NRO
000650     MOVE WS-TRAN-TIPO        TO WS-BIT-TIPO
000650     MOVE WS-TRAN-CUENTA      TO WS-BIT-CUENTA
000650     MOVE ZEROS               TO WS-BIT-SECUEN
000650     MOVE SPACES              TO WS-BIT-MOTIVO
000650
000650     IF WS-FIN-LECTURA
000650        SET WS-BIT-CON-ERROR TO TRUE
000650        MOVE 'ERROR DE ARCHIVO - VER MENSAJES DEL PASO'
000650                                 TO WS-BIT-MOTIVO
000650     ELSE
000650        IF WS-BIT-DENEGADAS IS GREATER THAN WS-BIT-DENEGADAS-ANT
000650           SET WS-BIT-DENEGADA  TO TRUE
000650           MOVE WS-LIN-TEXTO    TO WS-BIT-MOTIVO
000650        ELSE
000650           IF WS-BIT-ATENDIDAS IS GREATER THAN
000650                                   WS-BIT-ATENDIDAS-ANT
000650              SET WS-BIT-ACEPTADA  TO TRUE
000650           ELSE
000650              SET WS-BIT-RECHAZADA TO TRUE
000650              MOVE WS-LIN-TEXTO    TO WS-BIT-MOTIVO
000650           END-IF
000650        END-IF
000650     END-IF
000650
000650     WRITE REG-BIT FROM WS-REG-BITACORA
000650
000650     EVALUATE WS-FILBIT-CODE
000650
000650        WHEN '00'
000650           ADD 1 TO WS-CANT-BITACORA
000650
000650        WHEN OTHER
000650           DISPLAY '* ERROR EN GRABAR BITACORA = '
000650                                      WS-FILBIT-CODE
000650           MOVE 9999 TO RETURN-CODE
000650           SET WS-FIN-LECTURA TO TRUE
000650
000650     END-EVALUATE.
000650
000650 F-2090-GRABAR-BITACORA. EXIT.
000651
000652**************************************
000653* LECTURA DE UNA TRANSACCION         *
000720
000721        WHEN '00'
000721
000721*    EL SALDO DE UN PRESTAMO ES EL CAPITAL ADEUDADO DE
000721*    DDPRESTA Y SOLO LO MUEVEN PGMAPJ2A / PGMAPJ2B
000721
000721           IF WS-CLI-TIPO-PRESTAMO
000721              ADD 1 TO WS-CANT-PRESTAMO-RECH
000721              MOVE 'CORRECCION RECHAZADA - CUENTA DE PRESTAMO'
000721                                       TO WS-LIN-TEXTO
000721              WRITE REG-LIS FROM WS-LIN-SALIDA
000721              GO TO F-2200-CORREGIR-CUENTA
000721           END-IF
000721
000721*    UNA CORRECCION SOBRE UNA CUENTA CON EMBARGO JUDICIAL
000721*    VIGENTE NO SE TOCA HASTA QUE EL JUZGADO LO LEVANTE
000721
000744
000744        WHEN '00'
000744           ADD 1 TO WS-CANT-PENDIENTES
000744           SET WS-BIT-ROL-CARGA     TO TRUE
000744           MOVE WS-CLI-SUCURSAL     TO WS-BIT-SUCURSAL
000744           MOVE 'CORRECCION SOBRE UMBRAL - QUEDA PENDIENTE '
000744                                    TO WS-LIN-TEXTO
000744           WRITE REG-LIS FROM WS-LIN-SALIDA
000744     END-IF
000744
000744*    UNA PENDIENTE VENCIDA NO SE APLICA: SE MARCA EXPIRADA
000744*    (DIAS DE VIGENCIA CORRIDOS AL DIA HABIL SIGUIENTE)
000744
000744     PERFORM 8200-VENCE-APROBACION THRU F-8200-VENCE-APROBACION
000744
000744     IF WS-FECHA-PROCESO IS GREATER THAN WS-PEND-VENCE
000744        MOVE 'X'              TO WS-PCO-ESTADO
000744        MOVE WS-TRAN-OPERADOR TO WS-PCO-OPER-RESOL
000744        MOVE WS-FECHA-PROCESO TO WS-PCO-FEC-RESOL
000744     END-IF
000744
000744     ADD 1 TO WS-CANT-APROBADAS
000744     SET WS-BIT-ROL-APROBACION TO TRUE
000744     MOVE WS-CLI-SUCURSAL      TO WS-BIT-SUCURSAL
000744     PERFORM 2250-GRABAR-AUDITORIA
000744                 THRU F-2250-GRABAR-AUDITORIA
000744     PERFORM 2900-IMPRIMIR-CUENTA
000794
000794 2400-ALTA-CUENTA.
000794
000794*    EL TIPO DEBE ESTAR EN EL DOMINIO DOCUMENTADO (02 A 05)
000794
000794     MOVE WS-TRAN-TIPO TO WS-CLI-TIPO
000794
000794        GO TO F-2400-ALTA-CUENTA
000794     END-IF
000794
000794*    LAS CUENTAS DE PRESTAMO (TIPO 05) LAS ABRE PGMAPJ2A
000794*    JUNTO CON SU MAESTRO DDPRESTA Y SU CRONOGRAMA
000794
000794     IF WS-CLI-TIPO-PRESTAMO
000794        ADD 1 TO WS-CANT-PRESTAMO-RECH
000794        ADD 1 TO WS-CANT-ALTAS-RECH
000794        MOVE 'ALTA RECHAZADA - PRESTAMO, VER PGMAPJ2A'
000794                                 TO WS-LIN-TEXTO
000794        WRITE REG-LIS FROM WS-LIN-SALIDA
000794        GO TO F-2400-ALTA-CUENTA
000794     END-IF
000794
000794*    EL SALDO DE APERTURA NO PUEDE SUPERAR EL TOPE DE
000794*    IMPORTE DEL OPERADOR PARA LA ACCION (CERO = SIN TOPE)
000794
000840     END-EVALUATE.
000840
000840 F-2960-BUSCAR-EMBARGO. EXIT.
000840
000840**************************************
000840* CALENDARIO: WS-DHA-FECHA ES DIA    *
000840* HABIL SI NO CAE SABADO O DOMINGO   *
000840* NI ES FERIADO NACIONAL, NI FERIADO *
000840* LOCAL DE WS-DHA-SUCURSAL           *
000840**************************************
000840
000840 8000-EVALUAR-DIA-HABIL.
000840
000840     SET WS-DHA-HABIL TO TRUE
000840
000840     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
000840
000840     IF WS-DHA-FIN-SEMANA
000840        SET WS-DHA-NO-HABIL TO TRUE
000840        GO TO F-8000-EVALUAR-DIA-HABIL
000840     END-IF
000840
000840     MOVE ZEROS        TO REG-CAL-SUCURSAL
000840     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
000840     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
000840
000840     IF WS-DHA-HABIL
000840        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
000840        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
000840        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
000840        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
000840     END-IF.
000840
000840 F-8000-EVALUAR-DIA-HABIL. EXIT.
000840
000840 8010-DIA-SEMANA.
000840
000840*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
000840*    ANTERIOR
000840
000840     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
000840     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
000840     IF WS-DHA-Z-MES IS LESS THAN 3
000840        ADD 12 TO WS-DHA-Z-MES
000840        SUBTRACT 1 FROM WS-DHA-Z-ANIO
000840     END-IF
000840
000840     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
000840            REMAINDER WS-DHA-Z-ANIO-SIG
000840
000840     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
000840     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
000840     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
000840     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
000840     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
000840     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
000840     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
000840
000840     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
000840            REMAINDER WS-DHA-RESTO
000840     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
000840
000840 F-8010-DIA-SEMANA. EXIT.
000840
000840 8020-LEER-FERIADO.
000840
000840     READ FILE-CAL INTO WS-REG-CALENDARIO
000840        KEY IS REG-CAL-CLAVE
000840
000840     EVALUATE WS-FILCAL-CODE
000840        WHEN '00'
000840           IF WS-CAL-EST-ACTIVO
000840              SET WS-DHA-NO-HABIL TO TRUE
000840           END-IF
000840        WHEN '23'
000840           CONTINUE
000840        WHEN OTHER
000840           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
000840           MOVE 9999 TO RETURN-CODE
000840           SET WS-FIN-LECTURA TO TRUE
000840           SET WS-DHA-HABIL TO TRUE
000840     END-EVALUATE.
000840
000840 F-8020-LEER-FERIADO. EXIT.
000840
000840**************************************
000840* SUMA UN DIA CORRIDO A WS-DHA-FECHA *
000840**************************************
000840
000840 8030-SUMAR-UN-DIA.
000840
000840     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000840
000840     IF WS-DHA-DIA IS LESS THAN WS-DHA-DIAS-MES
000840        ADD 1 TO WS-DHA-DIA
000840     ELSE
000840        MOVE 1 TO WS-DHA-DIA
000840        IF WS-DHA-MES IS LESS THAN 12
000840           ADD 1 TO WS-DHA-MES
000840        ELSE
000840           MOVE 1 TO WS-DHA-MES
000840           ADD 1 TO WS-DHA-ANIO
000840        END-IF
000840     END-IF.
000840
000840 F-8030-SUMAR-UN-DIA. EXIT.
000840
000840**************************************
000840* CANTIDAD DE DIAS DEL MES DE        *
000840* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
000840* BISIESTO)                          *
000840**************************************
000840
000840 8050-DIAS-DEL-MES.
000840
000840     EVALUATE WS-DHA-MES
000840        WHEN 04
000840        WHEN 06
000840        WHEN 09
000840        WHEN 11
000840           MOVE 30 TO WS-DHA-DIAS-MES
000840        WHEN 02
000840           MOVE 28 TO WS-DHA-DIAS-MES
000840           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
000840                  REMAINDER WS-DHA-RESTO
000840           IF WS-DHA-RESTO IS EQUAL ZERO
000840              MOVE 29 TO WS-DHA-DIAS-MES
000840              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
000840                     REMAINDER WS-DHA-RESTO
000840              IF WS-DHA-RESTO IS EQUAL ZERO
000840                 MOVE 28 TO WS-DHA-DIAS-MES
000840                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
000840                        REMAINDER WS-DHA-RESTO
000840                 IF WS-DHA-RESTO IS EQUAL ZERO
000840                    MOVE 29 TO WS-DHA-DIAS-MES
000840                 END-IF
000840              END-IF
000840           END-IF
000840        WHEN OTHER
000840           MOVE 31 TO WS-DHA-DIAS-MES
000840     END-EVALUATE.
000840
000840 F-8050-DIAS-DEL-MES. EXIT.
000840
000840**************************************
000840* SUMA WS-DHA-CANT-DIAS DIAS CORRIDOS*
000840* A WS-DHA-FECHA, DE A UN MES POR VEZ*
000840**************************************
000840
000840 8060-SUMAR-DIAS.
000840
000840     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000840
000840     IF WS-DHA-DIA IS GREATER THAN WS-DHA-DIAS-MES
000840        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
000840     END-IF
000840
000840     PERFORM 8065-SUMAR-TRAMO THRU F-8065-SUMAR-TRAMO
000840             UNTIL WS-DHA-CANT-DIAS IS EQUAL ZEROS.
000840
000840 F-8060-SUMAR-DIAS. EXIT.
000840
000840 8065-SUMAR-TRAMO.
000840
000840     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000840
000840*    DIAS QUE QUEDAN HASTA FIN DEL MES EN CURSO
000840
000840     COMPUTE WS-DHA-COCIENTE = WS-DHA-DIAS-MES - WS-DHA-DIA
000840
000840     IF WS-DHA-CANT-DIAS IS NOT GREATER THAN WS-DHA-COCIENTE
000840        ADD WS-DHA-CANT-DIAS TO WS-DHA-DIA
000840        MOVE ZEROS TO WS-DHA-CANT-DIAS
000840     ELSE
000840        COMPUTE WS-DHA-CANT-DIAS =
000840                WS-DHA-CANT-DIAS - WS-DHA-COCIENTE - 1
000840        MOVE 1 TO WS-DHA-DIA
000840        IF WS-DHA-MES IS LESS THAN 12
000840           ADD 1 TO WS-DHA-MES
000840        ELSE
000840           MOVE 1 TO WS-DHA-MES
000840           ADD 1 TO WS-DHA-ANIO
000840        END-IF
000840     END-IF.
000840
000840 F-8065-SUMAR-TRAMO. EXIT.
000840
000840**************************************
000840* REGLA DIA HABIL SIGUIENTE: SI      *
000840* WS-DHA-FECHA NO ES HABIL SE CORRE  *
000840* AL PRIMER DIA HABIL POSTERIOR      *
000840**************************************
000840
000840 8100-AJUSTAR-SIGUIENTE.
000840
000840     MOVE ZEROS TO WS-DHA-PASOS
000840
000840     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
000840
000840     PERFORM 8105-AVANZAR-UN-DIA THRU F-8105-AVANZAR-UN-DIA
000840             UNTIL WS-DHA-HABIL.
000840
000840 F-8100-AJUSTAR-SIGUIENTE. EXIT.
000840
000840 8105-AVANZAR-UN-DIA.
000840
000840*    UN MES ENTERO SIN DIA HABIL ES UN CALENDARIO MAL CARGADO
000840
000840     ADD 1 TO WS-DHA-PASOS
000840     IF WS-DHA-PASOS IS GREATER THAN 31
000840        DISPLAY '* CALENDARIO SIN DIA HABIL DESDE = ' WS-DHA-FECHA
000840        MOVE 9999 TO RETURN-CODE
000840        SET WS-FIN-LECTURA TO TRUE
000840        SET WS-DHA-HABIL TO TRUE
000840        GO TO F-8105-AVANZAR-UN-DIA
000840     END-IF
000840
000840     PERFORM 8030-SUMAR-UN-DIA THRU F-8030-SUMAR-UN-DIA
000840
000840     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
000840
000840 F-8105-AVANZAR-UN-DIA. EXIT.
000840
000840**************************************
000840*  VENCIMIENTO DE UNA CORRECCION EN  *
000840*  APROBACION: FECHA DE CARGA MAS LOS*
000840*  DIAS DE VIGENCIA (CORRIDOS), CON  *
000840*  REGLA DIA HABIL SIGUIENTE SEGUN EL*
000840*  CALENDARIO NACIONAL               *
000840**************************************
000840
000840 8200-VENCE-APROBACION.
000840
000840     MOVE ZEROS            TO WS-DHA-SUCURSAL
000840     MOVE WS-PCO-FEC-CARGA TO WS-DHA-FECHA
000840     MOVE WS-APR-DIAS      TO WS-DHA-CANT-DIAS
000840
000840     PERFORM 8060-SUMAR-DIAS THRU F-8060-SUMAR-DIAS
000840
000840     PERFORM 8100-AJUSTAR-SIGUIENTE THRU F-8100-AJUSTAR-SIGUIENTE
000840
000840     MOVE WS-DHA-FECHA TO WS-PEND-VENCE.
000840
000840 F-8200-VENCE-APROBACION. EXIT.
000805
000949**************************************
000950*   CIERRE DE ARCHIVOS Y TOTALES     *
000964           MOVE 9999 TO RETURN-CODE
000964        END-IF.
000964
000964     CLOSE FILE-CAL.
000964        IF WS-FILCAL-CODE IS NOT EQUAL '00'
000964           DISPLAY '* ERROR EN CLOSE CALEND  = '
000964                                      WS-FILCAL-CODE
000964           MOVE 9999 TO RETURN-CODE
000964        END-IF.
000964
000965     IF WS-EMB-DISPONIBLE
000965        CLOSE FILE-EMB
000965        IF WS-FILEMB-CODE IS NOT EQUAL '00'
000979                                      WS-FILAUD-CODE
000980           MOVE 9999 TO RETURN-CODE
000981        END-IF.
000981
000981     CLOSE FILE-BIT.
000981        IF WS-FILBIT-CODE IS NOT EQUAL '00'
000981           DISPLAY '* ERROR EN CLOSE BITOPE  = '
000981                                      WS-FILBIT-CODE
000981           MOVE 9999 TO RETURN-CODE
000981        END-IF.
000975
000976**************************************
000977*   MOSTRAR TOTALES DE CONTROL       *
000994     DISPLAY WS-LEYEN-EMB-BLOQ       WS-CANT-EMB-BLOQ.
000994     DISPLAY WS-LEYEN-OPER-RECH      WS-CANT-OPER-RECH.
000994     DISPLAY WS-LEYEN-LIM-RECH       WS-CANT-LIM-RECH.
000994     DISPLAY WS-LEYEN-PRESTAMO-RECH  WS-CANT-PRESTAMO-RECH.
000994     DISPLAY WS-LEYEN-BITACORA       WS-CANT-BITACORA.
000986
000990 F-9999-FINAL.
001000     EXIT.
