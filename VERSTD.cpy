000100*----------------------------------------------------------------
000200* VERSTD - AREA DE COMUNICACION CON EL MODULO VERSPROG.
000300*----------------------------------------------------------------
000400* CADA PROGRAMA PREGUNTA AL ARRANCAR POR SU VERSION VIGENTE EN EL
000500* REGISTRO DE ENTREGAS (MAESTRO VERSIONES) Y LA ESTAMPA EN LA
000600* CABECERA CAB DE SUS FICHEROS DE INTERCAMBIO (CTL-VERSION); EL
000700* MODULO REGMETRICA LA ESTAMPA EN EL REGISTRO DE METRICAS Y
000800* NOCTURNO EN LA LINEA DE RUNLOG DE CADA PASO. CON FECHA A CERO
000900* SE RESUELVE PARA LA FECHA DE NEGOCIO (MODULO FECHANEG).
001000* RESPUESTAS: P HALLADA; N PROGRAMA SIN ENTREGA REGISTRADA EN
001100* ESA FECHA (VERSION SIN-REG).
001200*----------------------------------------------------------------
001300* FECHA       INIC.  DESCRIPCION
001400* ----------  -----  ---------------------------------------------
001500* 2026-10-15  MNT    VERSION INICIAL.
001600*----------------------------------------------------------------
001700 01  VRS-STD-AREA.
001800     05  VRS-STD-PROGRAMA    PIC X(16).
001900     05  VRS-STD-FECHA       PIC 9(08).
002000     05  VRS-STD-VERSION     PIC X(10).
002100     05  VRS-STD-FECHA-INST  PIC 9(08).
002200     05  VRS-STD-TICKET      PIC X(12).
002300     05  VRS-STD-RESPUESTA   PIC X(01).
002400         88  VRS-STD-HALLADA         VALUE "P".
002500         88  VRS-STD-SIN-REGISTRO    VALUE "N".
