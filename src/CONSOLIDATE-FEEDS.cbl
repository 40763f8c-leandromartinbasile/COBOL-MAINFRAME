000193* 02/09/26 * FEED 09 ORD PERMAN* LGS *
000728* 02/09/26 * CONTROL DE CORRIDA * LGS *
000193* 02/09/26 * FEED 10 FECHA VALOR* LGS *
000193* 15/10/26 * FEED 11 CAMARA CHQ* LGS *
000193* 15/10/26 * FEEDS 12/13 INTERB* LGS *
000193* 15/10/26 * MARCAS POR FEED   * LGS *
000193* 15/10/26 * ORIGEN EN RECICLO * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000239     ACCESS IS SEQUENTIAL
000239     FILE STATUS IS WS-FILB10-CODE.
000239
000239*    ENTRADA 11: DEBITOS DE CHEQUES ACEPTADOS EN CAMARA POR
000239*    PGMAPJ3B (SIEMPRE EMITE EL LOTE, AUNQUE VENGA VACIO)
000239     SELECT OPTIONAL FILE-B11 ASSIGN DDMOV11
000239     ACCESS IS SEQUENTIAL
000239     FILE STATUS IS WS-FILB11-CODE.
000239
000239*    ENTRADA 12: DEBITOS DE ORDENES DE TRANSFERENCIA A OTROS
000239*    BANCOS DE PGMAPJ6A (SIEMPRE EMITE EL LOTE)
000239     SELECT OPTIONAL FILE-B12 ASSIGN DDMOV12
000239     ACCESS IS SEQUENTIAL
000239     FILE STATUS IS WS-FILB12-CODE.
000239
000239*    ENTRADA 13: TRANSFERENCIAS RECIBIDAS DE OTROS BANCOS,
000239*    LOTE DE LA CAMARA EN FORMATO DE SUCURSAL
000239     SELECT OPTIONAL FILE-B13 ASSIGN DDMOV13
000239     ACCESS IS SEQUENTIAL
000239     FILE STATUS IS WS-FILB13-CODE.
000239
000240     SELECT FILE2   ASSIGN DDMOVIM
000241     ACCESS IS SEQUENTIAL
000242     FILE STATUS IS WS-FIL2-CODE.
000432      RECORDING MODE IS F.
000432 01 REG-B10          PIC X(80).
000432
000432 FD FILE-B11
000432      BLOCK CONTAINS 0 RECORDS
000432      RECORDING MODE IS F.
000432 01 REG-B11          PIC X(80).
000432
000432 FD FILE-B12
000432      BLOCK CONTAINS 0 RECORDS
000432      RECORDING MODE IS F.
000432 01 REG-B12          PIC X(80).
000432
000432 FD FILE-B13
000432      BLOCK CONTAINS 0 RECORDS
000432      RECORDING MODE IS F.
000432 01 REG-B13          PIC X(80).
000432
000433 FD FILE2
000434      BLOCK CONTAINS 0 RECORDS
000435      RECORDING MODE IS F.
000509 77  WS-FILB8-CODE           PIC X(02)   VALUE SPACES.
000509 77  WS-FILB9-CODE           PIC X(02)   VALUE SPACES.
000509 77  WS-FILB10-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILB11-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILB12-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILB13-CODE          PIC X(02)   VALUE SPACES.
000510 77  WS-FILB-CODE            PIC X(02)   VALUE SPACES.
000511 77  WS-FIL2-CODE            PIC X(02)   VALUE SPACES.
000512 77  WS-FILREP-CODE          PIC X(02)   VALUE SPACES.
000517     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000518
000518*    ENTRADAS DEL MERGE: 8 SUCURSALES MAS EL LOTE 09 DE
000518*    ORDENES PERMANENTES DE PGMAPJ1G, EL LOTE 10 DE
000518*    LIBERACIONES DE FECHA DE VALOR DE PGMAPJ1Y, EL LOTE 11
000518*    DE CHEQUES PAGADOS EN CAMARA DE PGMAPJ3B, EL LOTE 12 DE
000518*    TRANSFERENCIAS ENVIADAS A OTROS BANCOS DE PGMAPJ6A Y EL
000518*    LOTE 13 DE TRANSFERENCIAS RECIBIDAS POR CAMARA
000519 77  WS-CANT-SUCURSALES      PIC 9(02)   VALUE 13.
000520
000521********  ESTADO DE CADA SUCURSAL EN EL MERGE  *
000522
000525*            S = SIN TRANSMISION
000526*            E = ERROR DE VALIDACION
000527 01  WS-BR-TAB.
000528     03  WS-BR-ENT           OCCURS 13 TIMES.
000529         05  WS-BR-ESTADO    PIC X(01).
000530             88  WS-BR-ACTIVA        VALUE 'A'.
000531             88  WS-BR-FINALIZADA    VALUE 'F'.
000535         05  WS-BR-CLAVE     PIC X(10).
000536         05  WS-BR-CLAVE-ANT PIC X(10).
000537         05  WS-BR-HDR-SW    PIC X(01).
000537*    LOTE DE REPRESENTACIONES DE PGMAPJ1C (HEADER RECICLO)
000537         05  WS-BR-RECICLO-SW PIC X(01).
000537             88  WS-BR-ES-RECICLO    VALUE 'Y'.
000538         05  WS-BR-TRL-SW    PIC X(01).
000539         05  WS-BR-LEIDOS    PIC 9(07).
000540         05  WS-BR-HASH-DEB  PIC S9(13)V99.
000820     MOVE SPACES TO WS-BR-REG (WS-BR-IDX)
000821     MOVE LOW-VALUE TO WS-BR-CLAVE-ANT (WS-BR-IDX)
000822     MOVE 'N' TO WS-BR-HDR-SW (WS-BR-IDX)
000822     MOVE 'N' TO WS-BR-RECICLO-SW (WS-BR-IDX)
000823     MOVE 'N' TO WS-BR-TRL-SW (WS-BR-IDX)
000824     MOVE ZEROS TO WS-BR-LEIDOS (WS-BR-IDX)
000825     MOVE ZEROS TO WS-BR-HASH-DEB (WS-BR-IDX)
000998           ELSE
000999              MOVE 'Y' TO WS-BR-HDR-SW (WS-BR-IDX)
001000              MOVE SPACES TO WS-BR-CLAVE (WS-BR-IDX)
001000              IF WS-HDR-ORIGEN IS EQUAL 'RECICLO '
001000                 MOVE 'Y' TO WS-BR-RECICLO-SW (WS-BR-IDX)
001000              END-IF
001001              IF WS-HDR-FECHA-PROC IS NOT EQUAL
001002                                      WS-FECHA-PROCESO
001003                 DISPLAY '* SUCURSAL ' WS-BR-IDX
001041              PERFORM 4400-MARCAR-ERROR
001042                          THRU F-4400-MARCAR-ERROR
001043           ELSE
001043*    LOS LOTES INTERBANCARIOS SOLO TRAEN SU PROPIO TIPO DE
001043*    MOVIMIENTO: DEBITOS MARCADOS S EN EL 12, CREDITOS
001043*    MARCADOS E EN EL 13. LA MARCA SOLO PUEDE VOLVER A
001043*    ENTRAR CON EL MOVIMIENTO ORIGINAL: LIBERADO DEL ALMACEN
001043*    DE FECHA DE VALOR (LOTE 10) O REPRESENTADO POR PGMAPJ1C
001043*    (LOTE CON HEADER RECICLO); NINGUN OTRO LOTE LA TRAE. SOLO
001043*    EL 11 (CHEQUES PAGADOS EN CAMARA) TRAE DEBITOS DE
001043*    ORIGEN C, Y UN LOTE RECICLO PUEDE REPRESENTAR ALGUNO
001043*    DE ELLOS RECHAZADO POR PGMAPJ1D/PGMAPJ1K
001043           IF (WS-BR-IDX IS LESS THAN 12
001043               AND WS-BR-IDX IS NOT EQUAL 10
001043               AND NOT WS-BR-ES-RECICLO (WS-BR-IDX)
001043               AND WS-MOV-IBK-TIPO IS NOT EQUAL SPACE)
001043              OR (WS-BR-IDX IS NOT EQUAL 11
001043               AND NOT WS-BR-ES-RECICLO (WS-BR-IDX)
001043               AND WS-MOV-ORIGEN IS NOT EQUAL SPACE)
001043              OR (WS-BR-IDX IS EQUAL 11
001043               AND (NOT WS-MOV-ORI-CHEQUE
001043                    OR WS-MOV-IMPORTE IS NOT LESS THAN ZERO))
001043              OR (WS-BR-ES-RECICLO (WS-BR-IDX)
001043               AND WS-MOV-ORIGEN IS NOT EQUAL SPACE
001043               AND (NOT WS-MOV-ORI-CHEQUE
001043                    OR WS-MOV-IMPORTE IS NOT LESS THAN ZERO))
001043              DISPLAY '* SUCURSAL ' WS-BR-IDX
001043                      ' CON MARCA DE OTRO LOTE = '
001043                      WS-MOV-CLAVE
001043              PERFORM 4400-MARCAR-ERROR
001043                          THRU F-4400-MARCAR-ERROR
001043           ELSE
001043           IF (WS-BR-IDX IS EQUAL 12
001043               AND (NOT WS-MOV-IBK-SALIENTE
001043                    OR WS-MOV-IMPORTE IS NOT LESS THAN ZERO))
001043              OR (WS-BR-IDX IS EQUAL 13
001043               AND (NOT WS-MOV-IBK-ENTRANTE
001043                    OR WS-MOV-IMPORTE IS NOT GREATER THAN ZERO))
001043              DISPLAY '* SUCURSAL ' WS-BR-IDX
001043                      ' CON MOVIMIENTO NO INTERBANCARIO = '
001043                      WS-MOV-CLAVE
001043              PERFORM 4400-MARCAR-ERROR
001043                          THRU F-4400-MARCAR-ERROR
001043           ELSE
001044              MOVE WS-REG-MOVIMI TO WS-BR-REG (WS-BR-IDX)
001045              MOVE WS-MOV-CLAVE  TO WS-BR-CLAVE (WS-BR-IDX)
001046              MOVE WS-MOV-CLAVE  TO
001055              END-IF
001056           END-IF
001057           END-IF
001057           END-IF
001057           END-IF
001058
001059     END-EVALUATE.
001060
001102        WHEN 10
001102           OPEN INPUT FILE-B10
001102           MOVE WS-FILB10-CODE TO WS-FILB-CODE
001102        WHEN 11
001102           OPEN INPUT FILE-B11
001102           MOVE WS-FILB11-CODE TO WS-FILB-CODE
001102        WHEN 12
001102           OPEN INPUT FILE-B12
001102           MOVE WS-FILB12-CODE TO WS-FILB-CODE
001102        WHEN 13
001102           OPEN INPUT FILE-B13
001102           MOVE WS-FILB13-CODE TO WS-FILB-CODE
001103     END-EVALUATE.
001104
001105 F-4100-ABRIR-UNA. EXIT.
001106        WHEN 8   CLOSE FILE-B8
001106        WHEN 9   CLOSE FILE-B9
001106        WHEN 10  CLOSE FILE-B10
001106        WHEN 11  CLOSE FILE-B11
001106        WHEN 12  CLOSE FILE-B12
001106        WHEN 13  CLOSE FILE-B13
001106     END-EVALUATE.
001106
001106 F-4150-CERRAR-UNA. EXIT.
001133        WHEN 10
001133           READ FILE-B10 INTO WS-REG-MOVIMI
001133           MOVE WS-FILB10-CODE TO WS-FILB-CODE
001133        WHEN 11
001133           READ FILE-B11 INTO WS-REG-MOVIMI
001133           MOVE WS-FILB11-CODE TO WS-FILB-CODE
001133        WHEN 12
001133           READ FILE-B12 INTO WS-REG-MOVIMI
001133           MOVE WS-FILB12-CODE TO WS-FILB-CODE
001133        WHEN 13
001133           READ FILE-B13 INTO WS-REG-MOVIMI
001133           MOVE WS-FILB13-CODE TO WS-FILB-CODE
001134     END-EVALUATE.
001135
001136 F-4200-LEER-UNA. EXIT.
