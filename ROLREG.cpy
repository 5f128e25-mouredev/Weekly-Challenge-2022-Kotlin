000100*----------------------------------------------------------------
000200* ROLREG - REGISTRO DEL MAESTRO DE ROLES DE OPERADOR (ROLMAST).
000300*----------------------------------------------------------------
000400* CADA ROL AGRUPA LOS PERMISOS QUE LOS PASOS SENSIBLES PIDEN AL
000500* MODULO OPERSEG (EL VALOR DE OPS-STD-PERMISO: MANTDIV, RESUBMIT,
000600* ANULACION...). UN OPERADOR TIENE UN PERMISO SI ALGUNO DE LOS
000700* ROLES QUE TIENE ASIGNADOS EN OPEROL LO INCLUYE. UN PASO NUEVO
000800* SOLO NECESITA DAR DE ALTA SU PERMISO EN EL ROL QUE CORRESPONDA,
000900* SIN TOCAR EL MAESTRO DE OPERADORES NI OPERSEG. EL MAESTRO LO
001000* MANTIENE EL PROGRAMA MANTROL.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001500*----------------------------------------------------------------
001600 01  ROL-REGISTRO.
001700     05  ROL-ID              PIC X(08).
001800     05  ROL-DESCRIPCION     PIC X(30).
001900     05  ROL-PERMISO         OCCURS 12 TIMES PIC X(10).
