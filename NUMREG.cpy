000100*----------------------------------------------------------------
000200* NUMREG - REGISTRO DEL MAESTRO DE SERIES DE NUMERACION (NUMMAST).
000300*----------------------------------------------------------------
000400* UNA ENTRADA POR SERIE (FACTURA, ALERTA, GRUPO...) CON EL ULTIMO
000500* NUMERO EMITIDO. SOLO EL MODULO NUMERADOR LO ACTUALIZA; NUMAUDIT
000600* LO RECORRE PARA EL INFORME NOCTURNO DE HUECOS.
000700*----------------------------------------------------------------
000800* FECHA       INIC.  DESCRIPCION
000900* ----------  -----  ---------------------------------------------
001000* 2026-10-15  MNT    VERSION INICIAL.
001100*----------------------------------------------------------------
001200 01  NRG-REGISTRO.
001300     05  NRG-SERIE           PIC X(08).
001400     05  NRG-ULTIMO          PIC 9(09).
001500     05  NRG-EMITIDOS        PIC 9(09).
001600     05  NRG-FEC-ALTA        PIC 9(08).
001700     05  NRG-FEC-ULTIMO      PIC 9(08).
001800     05  NRG-PROG-ULTIMO     PIC X(08).
