000100*----------------------------------------------------------------
000200* NUMLOG - REGISTRO DEL DIARIO DE EMISION DE NUMEROS (NUMLOG).
000300*----------------------------------------------------------------
000400* UNA LINEA POR NUMERO EMITIDO POR EL MODULO NUMERADOR: SERIE,
000500* NUMERO, PROGRAMA QUE LO PIDIO Y FECHA DE NEGOCIO Y CORRIDA DE
000600* LA EMISION. EL DIARIO SOLO CRECE; NUMAUDIT LO ORDENA POR SERIE
000700* Y NUMERO PARA BUSCAR HUECOS Y DUPLICADOS.
000800*----------------------------------------------------------------
000900* FECHA       INIC.  DESCRIPCION
001000* ----------  -----  ---------------------------------------------
001100* 2026-10-15  MNT    VERSION INICIAL.
001200*----------------------------------------------------------------
001300 01  NLG-REGISTRO.
001400     05  NLG-SERIE           PIC X(08).
001500     05  NLG-NUMERO          PIC 9(09).
001600     05  NLG-PROGRAMA        PIC X(08).
001700     05  NLG-FECHA           PIC 9(08).
001800     05  NLG-CORRIDA         PIC 9(04).
