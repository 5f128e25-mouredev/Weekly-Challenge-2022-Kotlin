000700* VALIDA, USA LA FECHA DE MAQUINA Y CORRIDA 1. ASI UNA
000800* REEJECUCION DEL SABADO CON LA TARJETA DEL VIERNES PRODUCE
000900* CABECERAS, AUDITORIA Y FICHEROS FECHADOS COMO EL VIERNES.
000910* LAS CORRIDAS INTRADIA (FUERA DE LA CADENA NOCTURNA) USAN LOS
000920* NUMEROS 9001 A 9999 BAJO LA MISMA FECHA DE NEGOCIO.
001000*----------------------------------------------------------------
001100* FECHA       INIC.  DESCRIPCION
001200* ----------  -----  ---------------------------------------------
001300* 2026-08-22  MNT    VERSION INICIAL.
001310* 2026-10-15  MNT    RANGO DE CORRIDAS INTRADIA.
001400*----------------------------------------------------------------
001500 01  FEC-NEG-AREA.
001600     05  FEC-NEG-FECHA       PIC 9(08).
001700     05  FEC-NEG-CORRIDA     PIC 9(04).
001710         88  FEC-NEG-INTRADIA        VALUE 9001 THRU 9999.
