000100*----------------------------------------------------------------
000200* PERREG - REGISTRO DEL DIARIO DE CIERRES DE PERIODO (PERIODOS).
000300*----------------------------------------------------------------
000400* EL PROGRAMA CIERREMES ANADE UN REGISTRO C CADA VEZ QUE CIERRA UN
000500* MES CONTABLE Y UN REGISTRO R CUANDO UN OPERADOR AUTORIZADO LO
000600* REABRE, CON EL MOTIVO. EL FICHERO NO SE REGRABA NUNCA: EL ULTIMO
000700* REGISTRO DE CADA MES DECIDE SU ESTADO (MODULO PERIODO) Y LOS
000800* ANTERIORES QUEDAN COMO HISTORIA DE CIERRES Y REAPERTURAS.
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL.
001300*----------------------------------------------------------------
001400 01  PER-REGISTRO.
001500     05  PER-MES             PIC 9(06).
001600     05  PER-ACCION          PIC X(01).
001700         88  PER-ES-CIERRE           VALUE "C".
001800         88  PER-ES-REAPERTURA       VALUE "R".
001900     05  PER-FECHA           PIC 9(08).
002000     05  PER-CORRIDA         PIC 9(04).
002100     05  PER-OPERADOR        PIC X(08).
002200     05  PER-MOTIVO          PIC X(40).
