000100*----------------------------------------------------------------
000200* ANGSTD - AREA DE COMUNICACION CON EL SERVICIO DE CONSULTA DE
000300* GRUPOS DE ANAGRAMAS (MODULO ANAGSERV).
000400*----------------------------------------------------------------
000500* EL QUE LLAMA INFORMA LA PALABRA TAL COMO LA ESCRIBIO EL
000600* USUARIO; EL MODULO DEVUELVE SU CLAVE CANONICA (MISMA
000700* NORMALIZACION QUE ANAGRUPO Y ANACONS) Y, SI LA CLAVE TIENE
000800* GRUPO EN GRUPREG, SU IDENTIFICADOR ESTABLE, ESTADO DE REVISION
000900* Y NUMERO DE MIEMBROS. RESPUESTAS: G GRUPO HALLADO, N SIN GRUPO
001000* (LA PALABRA NUNCA HA COMPARTIDO CLAVE CON OTRA), X SIN REGISTRO
001100* DE GRUPOS, E PALABRA EN BLANCO.
001200*----------------------------------------------------------------
001300* FECHA       INIC.  DESCRIPCION
001400* ----------  -----  ---------------------------------------------
001500* 2026-10-15  MNT    VERSION INICIAL.
001600*----------------------------------------------------------------
001700 01  ANG-STD-AREA.
001800     05  ANG-STD-PALABRA     PIC X(100).
001900     05  ANG-STD-CLAVE       PIC X(100).
002000     05  ANG-STD-ID          PIC 9(06).
002100     05  ANG-STD-ESTADO      PIC X(10).
002200     05  ANG-STD-MIEMBROS    PIC 9(05).
002300     05  ANG-STD-RESPUESTA   PIC X(01).
002400         88  ANG-STD-HALLADO         VALUE "G".
002500         88  ANG-STD-SIN-GRUPO       VALUE "N".
002600         88  ANG-STD-SIN-REGISTRO    VALUE "X".
002700         88  ANG-STD-PALABRA-BLANCO  VALUE "E".
