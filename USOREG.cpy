000100*----------------------------------------------------------------
000200* USOREG - DIARIO DE USO DE LA PASARELA DE CONSULTAS (PASAUSO).
000300*----------------------------------------------------------------
000400* UNA LINEA POR CONSULTA ATENDIDA, ANADIDA CORRIDA TRAS CORRIDA,
000500* PARA LOS INFORMES DE USO POR SOLICITANTE Y SERVICIO.
000600*----------------------------------------------------------------
000700* FECHA       INIC.  DESCRIPCION
000800* ----------  -----  ---------------------------------------------
000900* 2026-10-15  MNT    VERSION INICIAL.
001000*----------------------------------------------------------------
001100 01  USO-REGISTRO.
001200     05  USO-FECHA           PIC 9(08).
001300     05  USO-CORRIDA         PIC 9(04).
001400     05  USO-SOLICITANTE     PIC X(08).
001500     05  USO-SERVICIO        PIC X(08).
001600     05  USO-CODIGO          PIC X(01).
