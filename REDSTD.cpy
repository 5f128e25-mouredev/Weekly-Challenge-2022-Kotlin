000100*----------------------------------------------------------------
000200* REDSTD - AREA DE COMUNICACION CON EL MODULO DE REDACCION DE
000300* DATOS SENSIBLES (REDACTOR).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA EL CLIENTE O SOCIO CUYA POLITICA SE APLICA
000600* Y CUANTAS POSICIONES DEL TEXTO (SEGUNDO PARAMETRO) SE EXAMINAN;
000700* EL MODULO ENMASCARA CON "*" EN EL PROPIO TEXTO LO QUE CASA CON
000800* LOS PATRONES DE LA POLITICA (MAESTROS REDPATR Y REDPOLI, QUE
000900* CARGA UNA SOLA VEZ) Y DEVUELVE CUANTOS DATOS HA TAPADO Y QUE
001000* POLITICA APLICO: EL PROPIO CODIGO, DEFECTO (LINEA EN BLANCO DE
001100* REDPOLI) O TODOS (SIN LINEA POR DEFECTO SE APLICAN TODOS LOS
001200* PATRONES). ESTADO F = SIN MAESTRO DE PATRONES: EL TEXTO QUEDA
001300* SIN TOCAR Y EL LLAMADOR NO DEBE DEJARLO SALIR. UN LARGO CERO
001400* SOLO CARGA LOS MAESTROS Y DEVUELVE EL ESTADO.
001500*----------------------------------------------------------------
001600* FECHA       INIC.  DESCRIPCION
001700* ----------  -----  ---------------------------------------------
001800* 2026-10-15  MNT    VERSION INICIAL.
001900*----------------------------------------------------------------
002000 01  RED-STD-AREA.
002100     05  RED-STD-CLIENTE     PIC X(08).
002200     05  RED-STD-LARGO       PIC 9(05).
002300     05  RED-STD-CUENTA      PIC 9(05).
002400     05  RED-STD-POLITICA    PIC X(08).
002500     05  RED-STD-ESTADO      PIC X(01).
002600         88  RED-STD-HECHO           VALUE "O".
002700         88  RED-STD-SIN-PATRONES    VALUE "F".
