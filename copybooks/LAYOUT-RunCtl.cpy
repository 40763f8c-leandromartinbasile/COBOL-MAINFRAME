000441*    *        03 PGMAPJ1F  04 PGMAPJ1D     *
000442*    *        05 PGMAPJ1A  06 PGMAPJ1X     *
000443*    *        07 PGMAPJ1C  08 PGMAPJ1V     *
000443*    * CORRIDA PARTICIONADA DE PGMAPJ1D:   *
000443*    * CADA PARTICION ESTAMPA EL PASO 40 + *
000443*    * SU NRO (41 A 60) Y EL PASO 04 LO    *
000443*    * ESTAMPA LA CONSOLIDACION PGMAPJ5D   *
000443*    * LA REVERSION DE UNA FECHA           *
000443*    * (PGMAPJ5F) DEJA EN R LOS PASOS      *
000443*    * QUE HAY QUE RECORRER                *
000444*    * LARGO REGISTRO: 80 BYTES            *
000445*    **************************************
000446 01  WS-REG-RUNCTL.
000449             05  WS-RUN-PASO     PIC 9(02).
000450         03  WS-RUN-PROGRAMA     PIC X(08).
000451*    I = INICIADO (EN CURSO O ABENDADO SIN ESTAMPAR FIN) /
000452*    C = COMPLETO SIN ERRORES / E = TERMINADO CON ERRORES /
000452*    R = REVERTIDO (LA FECHA SE DESHIZO Y EL PASO SE RECORRE
000452*    SIN DDFORCE)
000453         03  WS-RUN-ESTADO       PIC X(01).
000454             88  WS-RUN-EST-INICIADO     VALUE 'I'.
000455             88  WS-RUN-EST-COMPLETO     VALUE 'C'.
000456             88  WS-RUN-EST-ERROR        VALUE 'E'.
000456             88  WS-RUN-EST-REVERTIDO    VALUE 'R'.
000457         03  WS-RUN-FEC-INICIO   PIC 9(08).
000458         03  WS-RUN-HORA-INICIO  PIC 9(06).
000459         03  WS-RUN-FEC-FIN      PIC 9(08).
