000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * BITACORA OPERADOR * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000219     ACCESS IS SEQUENTIAL
000220     FILE STATUS IS WS-FILLIS-CODE.
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
000413
000414 01 REG-LIS          PIC X(132).
000415
000415 FD FILE-BIT
000415      BLOCK CONTAINS 0 RECORDS
000415      RECORDING MODE IS F.
000415
000415 01 REG-BIT          PIC X(150).
000415
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILTRAN-CODE         PIC X(02)   VALUE SPACES.
000504 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILBIT-CODE          PIC X(02)   VALUE SPACES.
000505
000506 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000507     88  WS-FIN-LECTURA                  VALUE 'SI'.
000515 77  WS-CANT-NOENCONTRADOS   PIC 9(05)   VALUE ZEROS.
000516 77  WS-CANT-RECHAZADAS      PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-ACCION-INVALID  PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-BITACORA        PIC 9(05)   VALUE ZEROS.
000517
000517*    TRANSACCIONES ATENDIDAS ANTES Y DESPUES DE LA TRANSACCION
000517*    EN PROCESO, PARA SU RESULTADO EN LA BITACORA
000517 77  WS-BIT-ATENDIDAS-ANT    PIC 9(07)   VALUE ZEROS.
000517 77  WS-BIT-ATENDIDAS        PIC 9(07)   VALUE ZEROS.
000518
000519********     FECHA DE PROCESO  ***************
000520
000529     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000530     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000531
000531 01  WS-HORA.
000531     03  WS-HORA-HH          PIC 99      VALUE ZEROS.
000531     03  WS-HORA-MM          PIC 99      VALUE ZEROS.
000531     03  WS-HORA-SS          PIC 99      VALUE ZEROS.
000531     03  WS-HORA-CS          PIC 99      VALUE ZEROS.
000531
000532 01  WS-LEYEN-LEIDAS         PIC X(35)
000533         VALUE '* TRANSACCIONES LEIDAS      = '.
000534 01  WS-LEYEN-CONSULTAS      PIC X(35)
000545         VALUE '* TRANSACCIONES RECHAZADAS  = '.
000546 01  WS-LEYEN-ACCION-INVALID PIC X(35)
000547         VALUE '* ACCIONES INVALIDAS        = '.
000547 01  WS-LEYEN-BITACORA       PIC X(35)
000547         VALUE '* REGISTROS EN BITACORA     = '.
000548
000549 01  WS-LIN-SALIDA.
000550     03  FILLER              PIC X(01)   VALUE SPACE.
000554
000555     COPY "LAYOUT-Embargo.cpy".
000556     COPY "LAYOUT-EmbTran.cpy".
000556     COPY "LAYOUT-Bitacora.cpy".
000557
000600 PROCEDURE DIVISION.
000601
000644        SET  WS-FIN-LECTURA TO TRUE
000645     END-IF.
000646
000646*    EL STATUS 05 ES LA CREACION DEL ARCHIVO OPCIONAL EN LA
000646*    PRIMERA CORRIDA, NO ES UN ERROR
000646     OPEN EXTEND FILE-BIT.
000646     IF WS-FILBIT-CODE IS NOT EQUAL '00'
000646        AND WS-FILBIT-CODE IS NOT EQUAL '05'
000646        DISPLAY '* ERROR EN OPEN BITOPE  = ' WS-FILBIT-CODE
000646        MOVE 9999 TO RETURN-CODE
000646        SET  WS-FIN-LECTURA TO TRUE
000646     END-IF.
000646
000647     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000648
000649 F-1000-INICIO.   EXIT.
000654
000655 2000-PROCESO.
000656
000656     PERFORM 2080-SUMAR-ATENDIDAS THRU F-2080-SUMAR-ATENDIDAS
000656     MOVE WS-BIT-ATENDIDAS TO WS-BIT-ATENDIDAS-ANT
000656
000657     EVALUATE TRUE
000658
000659        WHEN WS-ETR-LEER
000680
000681     END-EVALUATE.
000682
000682     PERFORM 2090-GRABAR-BITACORA THRU F-2090-GRABAR-BITACORA.
000682
000683     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000684
000685 F-2000-PROCESO. EXIT.
000685
000685**************************************
000685* SUMA DE TRANSACCIONES ATENDIDAS    *
000685**************************************
000685
000685 2080-SUMAR-ATENDIDAS.
000685
000685     COMPUTE WS-BIT-ATENDIDAS = WS-CANT-CONSULTAS
000685                              + WS-CANT-TRABADOS
000685                              + WS-CANT-CAMBIOS
000685                              + WS-CANT-LEVANTADOS.
000685
000685 F-2080-SUMAR-ATENDIDAS. EXIT.
000685
000685**************************************
000685* GRABA EN LA BITACORA DE ACTIVIDAD  *
000685* LA TRANSACCION RECIEN PROCESADA:   *
000685* ACEPTADA SI SUMO A LAS ATENDIDAS;  *
000685* SI NO, RECHAZADA CON EL MENSAJE    *
000685* QUE QUEDO EN EL LISTADO            *
000685**************************************
000685
000685 2090-GRABAR-BITACORA.
000685
000685     PERFORM 2080-SUMAR-ATENDIDAS THRU F-2080-SUMAR-ATENDIDAS
000685
000685     ACCEPT WS-HORA FROM TIME
000685
000685     MOVE WS-FECHA-PROCESO    TO WS-BIT-FECHA
000685     MOVE WS-HORA(1:6)        TO WS-BIT-HORA
000685     MOVE WS-ETR-OPERADOR     TO WS-BIT-OPERADOR
000685     MOVE WS-ETR-TERMINAL     TO WS-BIT-TERMINAL
000685     MOVE 'PGMAPJ1E'          TO WS-BIT-PROGRAMA
000685     MOVE WS-ETR-ACCION       TO WS-BIT-ACCION
000685     MOVE SPACES              TO WS-BIT-CLAVE
000685     MOVE WS-ETR-NRO          TO WS-BIT-NRO
000685     MOVE WS-ETR-TIPO         TO WS-BIT-TIPO
000685     MOVE WS-ETR-CUENTA       TO WS-BIT-CUENTA
000685     MOVE ZEROS               TO WS-BIT-SECUEN
000685     MOVE SPACES              TO WS-BIT-MOTIVO
000685     SET WS-BIT-SIN-ROL       TO TRUE
000685     MOVE ZEROS               TO WS-BIT-SUCURSAL
000685
000685     IF WS-FIN-LECTURA
000685        SET WS-BIT-CON-ERROR TO TRUE
000685        MOVE 'ERROR DE ARCHIVO - VER MENSAJES DEL PASO'
000685                                 TO WS-BIT-MOTIVO
000685     ELSE
000685        IF WS-BIT-ATENDIDAS IS GREATER THAN WS-BIT-ATENDIDAS-ANT
000685           SET WS-BIT-ACEPTADA  TO TRUE
000685        ELSE
000685           SET WS-BIT-RECHAZADA TO TRUE
000685           MOVE WS-LIN-TEXTO    TO WS-BIT-MOTIVO
000685        END-IF
000685     END-IF
000685
000685     WRITE REG-BIT FROM WS-REG-BITACORA
000685
000685     EVALUATE WS-FILBIT-CODE
000685
000685        WHEN '00'
000685           ADD 1 TO WS-CANT-BITACORA
000685
000685        WHEN OTHER
000685           DISPLAY '* ERROR EN GRABAR BITACORA = '
000685                                      WS-FILBIT-CODE
000685           MOVE 9999 TO RETURN-CODE
000685           SET WS-FIN-LECTURA TO TRUE
000685
000685     END-EVALUATE.
000685
000685 F-2090-GRABAR-BITACORA. EXIT.
000686
000687**************************************
000688* LECTURA DE UNA TRANSACCION         *
000984           MOVE 9999 TO RETURN-CODE
000985        END-IF.
000986
000986     CLOSE FILE-BIT.
000986        IF WS-FILBIT-CODE IS NOT EQUAL '00'
000986           DISPLAY '* ERROR EN CLOSE BITOPE  = '
000986                                      WS-FILBIT-CODE
000986           MOVE 9999 TO RETURN-CODE
000986        END-IF.
000986
000987**************************************
000988*   MOSTRAR TOTALES DE CONTROL       *
000989**************************************
000996     DISPLAY WS-LEYEN-NOENCONTRADOS  WS-CANT-NOENCONTRADOS.
000997     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
000998     DISPLAY WS-LEYEN-ACCION-INVALID WS-CANT-ACCION-INVALID.
000998     DISPLAY WS-LEYEN-BITACORA       WS-CANT-BITACORA.
000999
001000 F-9999-FINAL.
001001     EXIT.
