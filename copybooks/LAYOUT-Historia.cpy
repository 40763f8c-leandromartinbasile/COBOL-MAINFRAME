000437 01  WS-REG-HISTORIA.
000438*    FORMATO FECHA AAAAMMDD (CLAVE DE LA CORRIDA)
000439         03  WS-HIS-FECHA        PIC 9(08).
000440*    O = CORRIDA TERMINADA BIEN / E = CORRIDA CON ERRORES /
000440*    B = CORRIDA REVERTIDA POR PGMAPJ5F (NO CUENTA PARA NINGUN
000440*    CONTROL; LA RECORRIDA DE LA FECHA GRABA SU PROPIO REGISTRO);
000441*    PGMAPJ1V SOLO PROMEDIA CORRIDAS 'O'
000442         03  WS-HIS-ESTADO       PIC X(01).
000443             88  WS-HIS-EST-OK           VALUE 'O'.
000444             88  WS-HIS-EST-ERROR        VALUE 'E'.
000444             88  WS-HIS-EST-REVERTIDA    VALUE 'B'.
000445         03  WS-HIS-LEIDOS-FILE1 PIC 9(05).
000446         03  WS-HIS-LEIDOS-FILE2 PIC 9(05).
000447         03  WS-HIS-ENCONTRADOS  PIC 9(05).
000453*    PGMAPJ1D Y PGMAPJ1Y)
000453         03  WS-HIS-CANT-ALMACEN PIC 9(05).
000453         03  WS-HIS-TOT-ALMACEN  PIC S9(11)V99.
000453*    NRO DE PARTICION DEL FRAGMENTO QUE GRABA PGMAPJ1D CUANDO
000453*    CORRE PARTICIONADO (VER DDPARTIC); EL REGISTRO UNICO DE
000453*    LA FECHA (CORRIDA COMPLETA O CONSOLIDADO DE PGMAPJ5D)
000453*    LLEVA CEROS
000453         03  WS-HIS-PARTICION    PIC 9(02).
000453*    FECHA EN QUE SE REVIRTIO LA CORRIDA (SOLO ESTADO B)
000453         03  WS-HIS-FEC-REVERSION PIC 9(08).
000454         03  FILLER              PIC X(06).
