000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * REVERSION DE FECHA * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000515 77  WS-CANT-COMPLETOS       PIC 9(05)   VALUE ZEROS.
000516 77  WS-CANT-PENDIENTES      PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-CON-ERROR       PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-REVERTIDOS      PIC 9(05)   VALUE ZEROS.
000518
000519 01  WS-REG-PARM.
000520     03  WS-PARM-FECHA       PIC 9(08).
000554         VALUE '* PASOS COMPLETOS           = '.
000555 01  WS-LEYEN-PENDIENTES     PIC X(35)
000556         VALUE '* PASOS INICIADOS SIN FIN   = '.
000556 01  WS-LEYEN-REVERTIDOS     PIC X(35)
000556         VALUE '* PASOS REVERTIDOS          = '.
000557 01  WS-LEYEN-CON-ERROR      PIC X(35)
000558         VALUE '* PASOS CON ERROR           = '.
000559
000742           MOVE 'CON ERROR   ' TO WS-DET-ESTADO
000743           ADD 1 TO WS-CANT-CON-ERROR
000744
000744*    FECHA REVERTIDA POR PGMAPJ5F: EL PASO QUEDA A RECORRER
000744
000744        WHEN WS-RUN-EST-REVERTIDO
000744           MOVE 'REVERTIDO   ' TO WS-DET-ESTADO
000744           ADD 1 TO WS-CANT-REVERTIDOS
000744
000745        WHEN OTHER
000746           MOVE 'DESCONOCIDO ' TO WS-DET-ESTADO
000747           ADD 1 TO WS-CANT-CON-ERROR
000790           MOVE 9999 TO RETURN-CODE
000791        END-IF.
000792
000793*    CON PASOS EN CURSO, EN ERROR O REVERTIDOS PARA LA FECHA,
000794*    CONDICION 8 PARA QUE OPERACIONES REVISE ANTES DE SEGUIR EL
000794*    STREAM
000795
000796     IF (WS-CANT-PENDIENTES IS GREATER THAN ZERO
000797         OR WS-CANT-CON-ERROR IS GREATER THAN ZERO
000797         OR WS-CANT-REVERTIDOS IS GREATER THAN ZERO)
000798        AND RETURN-CODE IS EQUAL ZERO
000799        MOVE 8 TO RETURN-CODE
000800     END-IF.
000808     DISPLAY WS-LEYEN-COMPLETOS      WS-CANT-COMPLETOS.
000809     DISPLAY WS-LEYEN-PENDIENTES     WS-CANT-PENDIENTES.
000810     DISPLAY WS-LEYEN-CON-ERROR      WS-CANT-CON-ERROR.
000810     DISPLAY WS-LEYEN-REVERTIDOS     WS-CANT-REVERTIDOS.
000811
000812 F-9999-FINAL.
000813     EXIT.
