000193* 22/08/26 * ALTA DE PROGRAMA  * LGS *
000193* 02/09/26 * TRANSFER ENTRE CTAS* LGS *
000639* 02/09/26 * CONTROL DE CORRIDA * LGS *
000639* 15/10/26 * RECHAZO SIN FONDOS * LGS *
000639* 15/10/26 * TRANSF INTERBANCAR* LGS *
000639* 15/10/26 * ORIGEN CHEQUE     * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000833*    CUENTA PARA EL MAXIMO: EL ITEM DEBE SEGUIR EN EL
000833*    RECICLO HASTA QUE EL EMBARGO SE LEVANTE, POR LARGO QUE
000833*    SEA; EL CONTEO RECIEN CORRE CUANDO EL RECHAZO ES POR
000833*    OTRO MOTIVO. EL DEBITO RECHAZADO SIN FONDOS (MOTIVO
000833*    06) SI CUENTA: SE REPRESENTA HASTA EL MAXIMO Y LUEGO
000833*    SALE POR DEFINITIVO COMO CUALQUIER OTRO RECHAZO
000833
000833              IF WS-RCH-MOTIVO IS NOT EQUAL '05'
000834                 ADD 1 TO WS-REC-CANT-PRESENT
000838              MOVE WS-RCH-CLI-MONEDA   TO WS-REC-CLI-MONEDA
000838              MOVE WS-RCH-REF-TRANSF   TO WS-REC-REF-TRANSF
000838              MOVE WS-RCH-CONTRA-CLAVE TO WS-REC-CONTRA-CLAVE
000838              MOVE WS-RCH-IBK-TIPO     TO WS-REC-IBK-TIPO
000838              MOVE WS-RCH-IBK-REF      TO WS-REC-IBK-REF
000838              MOVE WS-RCH-ORIGEN       TO WS-REC-ORIGEN
000839              MOVE WS-REG-RECICLO
000840                                  TO WS-PEN-REG (WS-PEN-HALLADO)
000840              MOVE 'R' TO WS-PEN-MARCA (WS-PEN-HALLADO)
000851                 MOVE WS-RCH-REF-TRANSF TO WS-REC-REF-TRANSF
000851                 MOVE WS-RCH-CONTRA-CLAVE
000851                                      TO WS-REC-CONTRA-CLAVE
000851                 MOVE WS-RCH-IBK-TIPO TO WS-REC-IBK-TIPO
000851                 MOVE WS-RCH-IBK-REF  TO WS-REC-IBK-REF
000851                 MOVE WS-RCH-ORIGEN   TO WS-REC-ORIGEN
000852                 MOVE 1               TO WS-REC-CANT-PRESENT
000853                 ADD 1 TO WS-PEN-CANT
000854                 MOVE WS-REG-RECICLO
001062
001062        MOVE WS-REC-REF-TRANSF   TO WS-MOV-REF-TRANSF
001062        MOVE WS-REC-CONTRA-CLAVE TO WS-MOV-CONTRA-CLAVE
001062
001062*    EL DEBITO DE UNA ORDEN INTERBANCARIA VUELVE CON SU MARCA
001062*    Y REFERENCIA, ASI PGMAPJ6B LO APAREA CON LA ORDEN CUANDO
001062*    FINALMENTE SE DEBITE; EL DEBITO DE CHEQUE CONSERVA SU
001062*    ORIGEN C PARA QUE PGMAPJ1D NO LO VUELVA A CONTROLAR
001062
001062        MOVE WS-REC-IBK-TIPO     TO WS-MOV-IBK-TIPO
001062        MOVE WS-REC-IBK-REF      TO WS-MOV-IBK-REF
001062        MOVE WS-REC-ORIGEN       TO WS-MOV-ORIGEN
001063
001064        MOVE WS-REG-MOVIMI     TO REG-SORT
001065        RELEASE REG-SORT
