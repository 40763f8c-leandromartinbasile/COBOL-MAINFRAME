000439*    02 CUENTAS CORRIENTES
000440*    03 CAJA DE AHORROS
000441*    04 PLAZO FIJO
000441*    05 PRESTAMO (SALDO DEUDOR = CAPITAL ADEUDADO; LO ADMINISTRAN
000441*       PGMAPJ2A/PGMAPJ2B CON DDPRESTA, NO PASA POR PGMAPJ1D)
000441*    WS-CLI-CLAVE1 (TIPO+CUENTA, SIN EL NRO) ES LA CLAVE QUE
000441*    USA EL APAREO CONTRA FILE2/DDMOVIM EN 2000-PROCESO
000442              05  WS-CLI-CLAVE1.
000442                  07  WS-CLI-TIPO     PIC 9(02)     VALUE ZEROS.
000442                      88  WS-CLI-TIPO-VALIDO  VALUES 02 03 04 05.
000442                      88  WS-CLI-TIPO-PRESTAMO  VALUE 05.
000443                  07  WS-CLI-CUENTA   PIC 9(08)     VALUE ZEROS.
000444
000445          03  WS-CLI-SALDO        PIC S9(09)V99 VALUE ZEROS.
