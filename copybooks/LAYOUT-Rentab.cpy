000431*    **************************************
000432*    * LAYOUT RESUMEN MENSUAL DE           *
000433*    * RENTABILIDAD (DDRENRES, SALIDA DE   *
000434*    * PGMAPJ5G PARA LA PLANILLA DE        *
000435*    * GERENCIA): CAMPOS SEPARADOS POR ';' *
000436*    * E IMPORTES EDITADOS CON SIGNO Y     *
000437*    * COMA DECIMAL. EL PRIMER REGISTRO    *
000438*    * DEL ARCHIVO TRAE LOS TITULOS DE LAS *
000439*    * COLUMNAS                            *
000440*    * LARGO REGISTRO: 280 BYTES           *
000441*    **************************************
000442 01  WS-REG-RENTAB.
000443*    C = CLIENTE EN SU SUCURSAL / S = TOTAL DE SUCURSAL /
000444*    T = TOTAL DEL BANCO
000445         03  WS-REN-TIPO-REG     PIC X(01).
000446             88  WS-REN-ES-CLIENTE       VALUE 'C'.
000447             88  WS-REN-ES-SUCURSAL      VALUE 'S'.
000448             88  WS-REN-ES-TOTAL         VALUE 'T'.
000449         03  FILLER              PIC X(01)   VALUE ';'.
000450*    MES INFORMADO (AAAAMM)
000451         03  WS-REN-PERIODO      PIC 9(06).
000452         03  FILLER              PIC X(01)   VALUE ';'.
000453*    SUCURSAL (CERO EN T) Y CLIENTE CON SU PUESTO DENTRO DE
000454*    LA SUCURSAL POR RESULTADO (CERO EN S Y T)
000455         03  WS-REN-SUCURSAL     PIC 9(03).
000456         03  FILLER              PIC X(01)   VALUE ';'.
000457         03  WS-REN-NRO          PIC 9(05).
000458         03  FILLER              PIC X(01)   VALUE ';'.
000459         03  WS-REN-RANKING      PIC 9(05).
000460         03  FILLER              PIC X(01)   VALUE ';'.
000461         03  WS-REN-CANT-CLI     PIC 9(05).
000462         03  FILLER              PIC X(01)   VALUE ';'.
000463         03  WS-REN-CANT-CTAS    PIC 9(07).
000464         03  FILLER              PIC X(01)   VALUE ';'.
000465*    INGRESOS: DESCUBIERTO (DSC), COMISION DE MANTENIMIENTO
000466*    (COM) Y CARGO POR DEBITO RECHAZADO (CRF); COSTOS:
000467*    INTERES DE PLAZO FIJO (DEV) Y DE CAJA DE AHORRO (DVA).
000468*    TODO EN PESOS (LO DE CUENTAS USD A LA COTIZACION DE
000469*    CIERRE DEL MES)
000470         03  WS-REN-ING-DSC      PIC -9(13),99.
000471         03  FILLER              PIC X(01)   VALUE ';'.
000472         03  WS-REN-ING-COM      PIC -9(13),99.
000473         03  FILLER              PIC X(01)   VALUE ';'.
000474         03  WS-REN-ING-CRF      PIC -9(13),99.
000475         03  FILLER              PIC X(01)   VALUE ';'.
000476         03  WS-REN-ING-TOTAL    PIC -9(13),99.
000477         03  FILLER              PIC X(01)   VALUE ';'.
000478         03  WS-REN-COS-DEV      PIC -9(13),99.
000479         03  FILLER              PIC X(01)   VALUE ';'.
000480         03  WS-REN-COS-DVA      PIC -9(13),99.
000481         03  FILLER              PIC X(01)   VALUE ';'.
000482         03  WS-REN-COS-TOTAL    PIC -9(13),99.
000483         03  FILLER              PIC X(01)   VALUE ';'.
000484         03  WS-REN-RESULTADO    PIC -9(13),99.
000485         03  FILLER              PIC X(01)   VALUE ';'.
000486*    SALDO PROMEDIO DEL MES (SALDO DE CIERRE DE CADA DIA
000487*    SEGUN WS-DIA-SALDO-DESP) EN CUENTAS EN PESOS, EN
000488*    CUENTAS EN DOLARES (EN DOLARES) Y TOTAL EN PESOS
000489         03  WS-REN-PROM-ARS     PIC -9(13),99.
000490         03  FILLER              PIC X(01)   VALUE ';'.
000491         03  WS-REN-PROM-USD     PIC -9(13),99.
000492         03  FILLER              PIC X(01)   VALUE ';'.
000493         03  WS-REN-PROM-EQUIV   PIC -9(13),99.
000494         03  FILLER              PIC X(01)   VALUE ';'.
000495*    MOVIMIENTOS DE CLIENTE DEL MES (MOV, MVI, TRF, TRE, TRI)
000496         03  WS-REN-CANT-MOV     PIC 9(09).
000497         03  FILLER              PIC X(01)   VALUE ';'.
000498*    RELACIONES NO RENTABLES CON SALDO OCIOSO (EN C: 1 SI
000499*    EL CLIENTE ESTA MARCADO)
000500         03  WS-REN-CANT-OCIOSAS PIC 9(05).
000501         03  FILLER              PIC X(01)   VALUE ';'.
000502*    COTIZACION USD USADA; S = HAY CUENTAS USD SIN CONVERTIR
000503*    POR FALTA DE COTIZACION DEL MES
000504         03  WS-REN-COTIZ        PIC 9(07),9999.
000505         03  FILLER              PIC X(01)   VALUE ';'.
000506         03  WS-REN-SIN-COTIZ    PIC X(01).
000507         03  FILLER              PIC X(13)   VALUE SPACES.
