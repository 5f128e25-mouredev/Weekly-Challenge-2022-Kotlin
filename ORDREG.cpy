000100*----------------------------------------------------------------
000200* ORDREG - REGISTRO DEL MAESTRO DE CICLO DE VIDA DE ORDENES
000300* (ORDMAST).
000400*----------------------------------------------------------------
000500* UNA ENTRADA POR REFERENCIA DE ORDEN CON EL ESTADO ACTUAL Y LA
000600* FECHA DE NEGOCIO DE CADA ETAPA: ABIERTA (ORDCLI), MEDIDA
000700* (MEDHIST DE AREA_POL), RECHAZADA (AREAPOLREJ), FACTURADA
000800* (FACTOUT DE FACTUPOL) Y CERRADA (ORDCIE). ORDPOST LA ACTUALIZA
000900* CADA NOCHE; EL ESTADO ES LA ULTIMA ETAPA ANOTADA, SALVO QUE LA
001000* ORDEN ESTE CERRADA. LOS CONTADORES SUMAN UNA VEZ POR NOCHE
001100* (MEDICIONES Y RECHAZOS) O POR CORRIDA DE FACTUPOL (FACTURAS),
001200* PARA QUE RELANZAR LA CONTABILIZACION NO CUENTE DOS VECES.
001300* ORDEXCEP LEE EL MAESTRO PARA EL INFORME DIARIO DE EXCEPCIONES.
001400*----------------------------------------------------------------
001500* FECHA       INIC.  DESCRIPCION
001600* ----------  -----  ---------------------------------------------
001700* 2026-10-15  MNT    VERSION INICIAL.
001800*----------------------------------------------------------------
001900 01  ORM-REGISTRO.
002000     05  ORM-REFERENCIA      PIC X(10).
002100     05  ORM-CLIENTE         PIC X(08).
002200     05  ORM-ESTADO          PIC X(01).
002300         88  ORM-ABIERTA             VALUE "A".
002400         88  ORM-MEDIDA              VALUE "M".
002500         88  ORM-RECHAZADA           VALUE "R".
002600         88  ORM-FACTURADA           VALUE "F".
002700         88  ORM-CERRADA             VALUE "C".
002800     05  ORM-FECHAS.
002900         10  ORM-FEC-APERTURA PIC 9(08).
003000         10  ORM-FEC-MEDICION PIC 9(08).
003100         10  ORM-FEC-RECHAZO PIC 9(08).
003200         10  ORM-FEC-FACTURA PIC 9(08).
003300         10  ORM-FEC-CIERRE  PIC 9(08).
003400     05  ORM-NUM-MEDICIONES  PIC 9(05).
003500     05  ORM-NUM-RECHAZOS    PIC 9(05).
003600     05  ORM-NUM-FACTURAS    PIC 9(05).
003700*    CORRIDA DE FACTUPOL (FECHA Y NUMERO DE LA CABECERA DE
003800*    FACTOUT) QUE FACTURO LA ORDEN POR ULTIMA VEZ.
003900     05  ORM-FAC-ULT-CORRIDA.
004000         10  ORM-FAC-ULT-FECHA PIC 9(08).
004100         10  ORM-FAC-ULT-NUMERO PIC 9(04).
