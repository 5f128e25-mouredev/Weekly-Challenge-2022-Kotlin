000100*----------------------------------------------------------------
000200* CAMSTD - AREA DE COMUNICACION CON EL MODULO DEL DIARIO COMUN DE
000300* CAMBIOS DE LOS MAESTROS (REGCAMB).
000400*----------------------------------------------------------------
000500* LOS PROGRAMAS DE MANTENIMIENTO DE MAESTROS NO ESCRIBEN EL DIARIO
000600* CAMBLOG: LE PASAN AL MODULO CADA REGISTRO DEL MAESTRO TAL COMO
000700* LO LEYERON (FUNCION O, ORIGINAL) Y TAL COMO LO GRABAN (F,
000800* FINAL), CON SU CLAVE, Y AL TERMINAR DE GRABAR PIDEN EL CIERRE
000900* (C). EL MODULO COMPARA POR MAESTRO Y CLAVE Y ANOTA LAS ALTAS,
001000* CAMBIOS Y BAJAS CON SUS IMAGENES ANTES Y DESPUES, TODAS CON EL
001100* MISMO LOTE DE CAMBIOS (SERIE CAMBIOS DEL MODULO NUMERADOR) Y EL
001200* OPERADOR. LA FUNCION D ANOTA UN CAMBIO YA CALCULADO (ACCION,
001300* ANTES Y DESPUES), COMO HACE EL PROGRAMA DESHACE AL REVERTIR UN
001400* LOTE. CON CAM-STD-OPERADOR EN BLANCO EL MODULO TOMA EL OPERADOR
001500* DE LA TARJETA DEL TURNO (MODULO OPERSEG). DEVUELVE EL LOTE Y LOS
001600* CAMBIOS ANOTADOS HASTA EL MOMENTO (LOTE 0 MIENTRAS NO HAYA
001700* NINGUNO). RESPUESTAS: P CORRECTO; L TABLA DE ORIGINALES LLENA,
001800* ESA PASADA NO SE ANOTA; E FUNCION DESCONOCIDA.
002000*----------------------------------------------------------------
002100* FECHA       INIC.  DESCRIPCION
002200* ----------  -----  ---------------------------------------------
002300* 2026-10-15  MNT    VERSION INICIAL.
002400*----------------------------------------------------------------
002500 01  CAM-STD-AREA.
002600     05  CAM-STD-FUNCION     PIC X(01).
002700         88  CAM-FUNCION-ORIGINAL    VALUE "O".
002800         88  CAM-FUNCION-FINAL       VALUE "F".
002900         88  CAM-FUNCION-DIRECTO     VALUE "D".
003000         88  CAM-FUNCION-CERRAR      VALUE "C".
003100     05  CAM-STD-PROGRAMA    PIC X(08).
003200     05  CAM-STD-MAESTRO     PIC X(08).
003300     05  CAM-STD-OPERADOR    PIC X(08).
003400     05  CAM-STD-ACCION      PIC X(01).
003500     05  CAM-STD-CLAVE       PIC X(100).
003600     05  CAM-STD-ANTES       PIC X(200).
003700     05  CAM-STD-IMAGEN      PIC X(200).
003800     05  CAM-STD-LOTE        PIC 9(09).
003900     05  CAM-STD-CAMBIOS     PIC 9(05).
004000     05  CAM-STD-RESPUESTA   PIC X(01).
004100         88  CAM-STD-CORRECTO        VALUE "P".
