000100*----------------------------------------------------------------
000200* CXCREG - REGISTRO DEL MAESTRO DE CUENTAS POR COBRAR (CXCMAST).
000300*----------------------------------------------------------------
000350* UNA ENTRADA POR FACTURA, CON CLAVE CLIENTE + NUMERO DE FACTURA
000400* (EL QUE LE DA FACTUPOL AL EMITIRLA; UNA REMEDICION DE LA MISMA
000450* ORDEN ES OTRA FACTURA CON OTRO NUMERO) Y LA REFERENCIA DE LA
000500* ORDEN FACTURADA COMO DATO. CXCPOST LA DA DE ALTA CON
000600* EL IMPORTE DE FACTOUT Y LE APLICA COBROS Y ABONOS (NOTAS DE
000700* CREDITO); EL SALDO VIVO SE ARRASTRA DE NOCHE EN NOCHE Y LA
000800* FACTURA QUEDA CERRADA CUANDO LLEGA A CERO, SIN BORRARSE.
000900* CXCANTIG LEE EL MAESTRO PARA EL INFORME DE ANTIGUEDAD.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-10-15  MNT    VERSION INICIAL.
001320* 2026-10-15  MNT    CLAVE CLIENTE + NUMERO DE FACTURA; LA
001340*                    REFERENCIA DE LA ORDEN PASA A SER UN DATO
001360*                    (CXC-REFERENCIA). EL MAESTRO SE RECARGA
001380*                    CON EL NUEVO TRAZADO.
001400*----------------------------------------------------------------
001500 01  CXC-REGISTRO.
001600     05  CXC-CLAVE.
001700         10  CXC-CLIENTE     PIC X(08).
001750         10  CXC-NUMERO      PIC 9(09).
001800     05  CXC-REFERENCIA      PIC X(10).
001900     05  CXC-FECHA-FACTURA   PIC 9(08).
002000     05  CXC-IMPORTE         PIC 9(13)V9(02).
002100     05  CXC-COBRADO         PIC 9(13)V9(02).
002200     05  CXC-ABONADO         PIC 9(13)V9(02).
002300     05  CXC-SALDO           PIC 9(13)V9(02).
002400     05  CXC-FECHA-ULT-MOV   PIC 9(08).
002500     05  CXC-ESTADO          PIC X(01).
002600         88  CXC-ABIERTA             VALUE "A".
002700         88  CXC-CERRADA             VALUE "C".
