000100*----------------------------------------------------------------
000200* FACREG - REGISTRO DEL FICHERO DE INTERFAZ DE FACTURACION
000300*          (FACTOUT).
000400*----------------------------------------------------------------
000500* UNA LINEA POR FACTURA EMITIDA POR FACTUPOL, ENTRE SU CABECERA
000600* Y SU TRAILER DE CONTROL ESTANDAR (CTLREG, QUE CADA PROGRAMA
000700* DECLARA JUNTO A ESTE REGISTRO EN EL MISMO FD). LA LEEN CXCPOST
000800* (ALTA EN CARTERA), ORDPOST (ESTADO DE LA ORDEN) Y CIERREMES
000900* (PAQUETE MENSUAL).
001000*   IMPORTE       BASE IMPONIBLE (CANTIDAD POR PRECIO).
001100*   REGION        REGION FISCAL DEL CLIENTE.
001200*   TIPO-IMP      TIPO IMPOSITIVO APLICADO, EN PORCENTAJE.
001300*   CUOTA         IMPUESTO SOBRE LA BASE.
001400*   BRUTO         BASE MAS CUOTA.
001500*   NUMERO        NUMERO DE FACTURA DEL NUMERADOR (SERIE
001600*                 FACTURA); CERO SI NO SE PUDO PEDIR.
001700*----------------------------------------------------------------
001800* FECHA       INIC.  DESCRIPCION
001900* ----------  -----  ---------------------------------------------
002000* 2026-10-15  MNT    VERSION INICIAL.
002100*----------------------------------------------------------------
002200 01  FAC-REGISTRO.
002300     05  FAC-REFERENCIA      PIC X(10).
002400     05  FAC-CLIENTE         PIC X(08).
002500     05  FAC-CANTIDAD        PIC 9(11)V9(04).
002600     05  FAC-PRECIO          PIC 9(07)V9(04).
002700     05  FAC-IMPORTE         PIC 9(13)V9(02).
002800     05  FAC-REGION          PIC X(03).
002900     05  FAC-TIPO-IMP        PIC 9(02)V9(02).
003000     05  FAC-CUOTA           PIC 9(13)V9(02).
003100     05  FAC-BRUTO           PIC 9(13)V9(02).
003200     05  FAC-NUMERO          PIC 9(09).
