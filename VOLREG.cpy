000100*----------------------------------------------------------------
000200* VOLREG - REGISTRO DE VOLUMEN FACTURABLE DE LA CADENA DE TEXTOS.
000300*----------------------------------------------------------------
000400* LOS PROGRAMAS DE VALIDACION DE TEXTOS (PALINDROMO, ANAGRAMA)
000500* ANADEN AL FICHERO VOLTXT, CORRIDA TRAS CORRIDA, UN REGISTRO
000600* "V" POR CLIENTE CON LOS REGISTROS PROCESADOS (FACTURABLES) Y
000700* LOS RECHAZADOS, Y UN REGISTRO "R" POR CADA RECHAZO CON SU
000800* MOTIVO Y EL PRINCIPIO DEL REGISTRO ORIGINAL. LA FACTURACION
000900* MENSUAL (FACTUTXT) PRECIA LOS "V" Y LISTA LOS "R" SIN
001000* COBRARLOS: AL CLIENTE NUNCA SE LE FACTURA UN RECHAZO NUESTRO.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001450* 2026-10-15  MNT    VOL-REPETIDOS: TEXTOS YA ENVIADOS POR EL
001460*                    CLIENTE DENTRO DE LA VENTANA DE REPETICION.
001500*----------------------------------------------------------------
001600 01  VOL-REGISTRO.
001700     05  VOL-TIPO            PIC X(01).
001800         88  VOL-ES-VOLUMEN          VALUE "V".
001900         88  VOL-ES-RECHAZO          VALUE "R".
002000     05  VOL-FECHA           PIC 9(08).
002100     05  VOL-CORRIDA         PIC 9(04).
002200     05  VOL-PROGRAMA        PIC X(08).
002300     05  VOL-CLIENTE         PIC X(08).
002400     05  VOL-FACTURABLES     PIC 9(09).
002500     05  VOL-RECHAZADOS      PIC 9(09).
002600     05  VOL-MOTIVO          PIC X(30).
002700     05  VOL-REFERENCIA      PIC X(40).
002800     05  VOL-REPETIDOS       PIC 9(09).
