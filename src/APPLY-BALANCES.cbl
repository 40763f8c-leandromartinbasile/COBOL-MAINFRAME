000160*    PROCESO DIARIO (PGMAPJ1D) SOBRE EL MAESTRO INDEXADO *
000170*    DDCLIEN, PARA QUE LAS CONSULTAS DE PGMAPJ1M VEAN    *
000175*    LOS SALDOS YA POSTEADOS A LA MANIANA SIGUIENTE      *
000175*    ANTES DE CADA CUENTA GUARDA SU IMAGEN PREVIA EN     *
000175*    DDIMGANT, PARA PODER REVERTIR LA FECHA (PGMAPJ5F)   *
000180**********************************************************
000185*      MANTENIMIENTO DE PROGRAMA                         *
000190**********************************************************
000192**************************************
000193* 22/08/26 * ALTA DE PROGRAMA  * LGS *
000725* 02/09/26 * CONTROL DE CORRIDA * LGS *
000725* 15/10/26 * IMAGEN PREVIA      * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000222     SELECT FILE3PF ASSIGN DDSALPF
000223     ACCESS IS SEQUENTIAL
000224     FILE STATUS IS WS-FIL3PF-CODE.
000225
000225*    IMAGEN PREVIA DE LAS CUENTAS APLICADAS (VER
000225*    LAYOUT-ImgPrevia); SE CREA EN LA PRIMERA CORRIDA
000225     SELECT OPTIONAL FILE-IMG ASSIGN DDIMGANT
000225     ORGANIZATION IS INDEXED
000225     ACCESS IS RANDOM
000225     RECORD KEY IS REG-IMG-CLAVE
000225     FILE STATUS IS WS-FILIMG-CODE.

000225
000725     SELECT FILE-PARM ASSIGN DDPARM
000725     ACCESS IS SEQUENTIAL
000418      RECORDING MODE IS F.
000419
000420 01 REG-FILE3PF     PIC X(250).
000420
000420 FD FILE-IMG
000420      BLOCK CONTAINS 0 RECORDS
000420      RECORDING MODE IS F.
000420
000420 01 REG-IMG.
000420     03  REG-IMG-CLAVE.
000420         05  REG-IMG-FECHA       PIC 9(08).
000420         05  REG-IMG-CUENTA      PIC X(15).
000420     03  FILLER                  PIC X(277).
000725 FD FILE-PARM
000725      BLOCK CONTAINS 0 RECORDS
000725      RECORDING MODE IS F.
000504 77  WS-FIL3CA-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FIL3PF-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FIL3SAL-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILIMG-CODE          PIC X(02)   VALUE SPACES.
000507
000508 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000509     88  WS-FIN-LECTURA                  VALUE 'SI'.
000529 77  WS-CANT-APLICADOS       PIC 9(05)   VALUE ZEROS.
000530 77  WS-CANT-NOENCONTRADOS   PIC 9(05)   VALUE ZEROS.
000531 77  WS-TOT-LEIDOS           PIC 9(05)   VALUE ZEROS.
000531 77  WS-CANT-IMAGENES        PIC 9(05)   VALUE ZEROS.
000531 77  WS-CANT-IMG-CONSERV     PIC 9(05)   VALUE ZEROS.
000532
000533*    SALDO SUMADO AL LEER CADA EXTRACTO Y SALDO SUMADO AL
000534*    APLICAR CADA REWRITE; AL FINAL DEBEN SER IGUALES PARA
000550         VALUE '* SALDO TOTAL EXTRACTOS     = '.
000551 01  WS-LEYEN-SALDO-APL      PIC X(35)
000552         VALUE '* SALDO TOTAL APLICADO      = '.
000552 01  WS-LEYEN-IMAGENES       PIC X(35)
000552         VALUE '* IMAGENES PREVIAS GRABADAS = '.
000552 01  WS-LEYEN-IMG-CONSERV    PIC X(35)
000552         VALUE '* IMAGENES PREVIAS YA EXIST.= '.
000553
000554     COPY "LAYOUT-Clients.cpy".
000554     COPY "LAYOUT-ImgPrevia.cpy".
000555
000725********     FECHA DE PROCESO  ***************
000725
000658        SET  WS-FIN-LECTURA TO TRUE
000659     END-IF.
000660
000660*    EL STATUS 05 ES LA CREACION DEL ARCHIVO DE IMAGENES EN LA
000660*    PRIMERA CORRIDA, NO ES UN ERROR
000660
000660     OPEN I-O    FILE-IMG.
000660     IF WS-FILIMG-CODE IS NOT EQUAL '00'
000660        AND WS-FILIMG-CODE IS NOT EQUAL '05'
000660        DISPLAY '* ERROR EN OPEN IMGANT  = ' WS-FILIMG-CODE
000660        MOVE 9999 TO RETURN-CODE
000660        SET  WS-FIN-LECTURA TO TRUE
000660     END-IF.
000660
000661 F-1000-INICIO.   EXIT.
000725**************************************
000725*  FECHA DE PROCESO: DDPARM O FECHA   *
000694     EVALUATE WS-FIL1-CODE
000695
000696        WHEN '00'
000696           PERFORM 2150-GRABAR-IMAGEN THRU F-2150-GRABAR-IMAGEN
000696           IF WS-FIN-LECTURA
000696              GO TO F-2100-APLICAR-CUENTA
000696           END-IF
000696
000697           REWRITE REG-FILE1 FROM WS-REG-CLIENTE
000698
000699           IF WS-FIL1-CODE IS EQUAL '00'
000721     PERFORM 3000-LEER-FILE3 THRU F-3000-LEER-FILE3.
000722
000723 F-2100-APLICAR-CUENTA. EXIT.
000723
000723**************************************
000723* IMAGEN PREVIA DE LA CUENTA (EL     *
000723* REGISTRO RECIEN LEIDO DEL MAESTRO) *
000723* Y SALDO QUE SE LE VA A APLICAR     *
000723**************************************
000723
000723 2150-GRABAR-IMAGEN.
000723
000723     MOVE SPACES             TO WS-REG-IMGPREVIA
000723     MOVE WS-FECHA-PROCESO   TO WS-IMG-FECHA
000723     MOVE REG-FILE1-CLAVE    TO WS-IMG-CUENTA
000723     MOVE REG-FILE1          TO WS-IMG-CLIENTE
000723     MOVE WS-CLI-SALDO       TO WS-IMG-SALDO-APLIC
000723     MOVE WS-HORA-RUN (1:6)  TO WS-IMG-HORA
000723
000723     MOVE WS-IMG-CLAVE       TO REG-IMG-CLAVE
000723
000723     WRITE REG-IMG FROM WS-REG-IMGPREVIA
000723
000723     EVALUATE WS-FILIMG-CODE
000723
000723        WHEN '00'
000723           ADD 1 TO WS-CANT-IMAGENES
000723
000723*    RECORRIDA DE LA FECHA: LA IMAGEN PREVIA VALIDA ES LA DE LA
000723*    PRIMERA APLICACION (EL MAESTRO YA TIENE APLICADA LA CORRIDA
000723*    ANTERIOR); SOLO SE ACTUALIZA EL SALDO APLICADO
000723
000723        WHEN '22'
000723           READ FILE-IMG INTO WS-REG-IMGPREVIA
000723              KEY IS REG-IMG-CLAVE
000723           IF WS-FILIMG-CODE IS EQUAL '00'
000723              MOVE WS-CLI-SALDO TO WS-IMG-SALDO-APLIC
000723              REWRITE REG-IMG FROM WS-REG-IMGPREVIA
000723           END-IF
000723           IF WS-FILIMG-CODE IS EQUAL '00'
000723              ADD 1 TO WS-CANT-IMG-CONSERV
000723           ELSE
000723              DISPLAY '* ERROR EN REGRABAR IMGANT = '
000723                                         WS-FILIMG-CODE
000723              MOVE 9999 TO RETURN-CODE
000723              SET WS-FIN-LECTURA TO TRUE
000723           END-IF
000723
000723        WHEN OTHER
000723           DISPLAY '* ERROR EN GRABAR IMGANT = ' WS-FILIMG-CODE
000723           MOVE 9999 TO RETURN-CODE
000723           SET WS-FIN-LECTURA TO TRUE
000723
000723     END-EVALUATE.
000723
000723 F-2150-GRABAR-IMAGEN. EXIT.
000724
000725**************************************
000726* LECTURA DE UN REGISTRO DEL EXTRACTO*
000828           MOVE 9999 TO RETURN-CODE
000829        END-IF.
000830
000830     CLOSE FILE-IMG.
000830        IF WS-FILIMG-CODE IS NOT EQUAL '00'
000830           DISPLAY '* ERROR EN CLOSE IMGANT   = '
000830                                      WS-FILIMG-CODE
000830           MOVE 9999 TO RETURN-CODE
000830        END-IF.
000830
000831**************************************
000832*   MOSTRAR TOTALES DE CONTROL       *
000833**************************************
000839     DISPLAY WS-LEYEN-NOENCONTRADOS  WS-CANT-NOENCONTRADOS.
000840     DISPLAY WS-LEYEN-SALDO-EXT      WS-SALDO-EXTRACTO.
000841     DISPLAY WS-LEYEN-SALDO-APL      WS-SALDO-APLICADO.
000841     DISPLAY WS-LEYEN-IMAGENES       WS-CANT-IMAGENES.
000841     DISPLAY WS-LEYEN-IMG-CONSERV    WS-CANT-IMG-CONSERV.
000842
000725     PERFORM 9950-ESTAMPAR-FIN THRU F-9950-ESTAMPAR-FIN.
000725
