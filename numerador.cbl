000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     NUMERADOR.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO CENTRAL DE
001300*                    NUMERACION: LAS REFERENCIAS DE FACTURA, LOS
001400*                    IDENTIFICADORES DE ALERTA DE GESTALERTA Y LOS
001500*                    DE GRUPO DE GRUPREG DEJAN DE CONTARSE CADA
001600*                    UNO A SU MANERA. EL MAESTRO INDEXADO NUMMAST
001700*                    (CLAVE SERIE) GUARDA UN CONTADOR POR SERIE Y
001800*                    EL DIARIO NUMLOG ANOTA CADA NUMERO EMITIDO
001900*                    CON EL PROGRAMA Y LA FECHA DE NEGOCIO, PARA
002000*                    QUE NUMAUDIT PUEDA DEMOSTRAR CADA NOCHE QUE
002100*                    NINGUN NUMERO SE SALTO NI SE REPITIO. LOS
002200*                    FICHEROS SE ABREN EN LA PRIMERA LLAMADA Y
002300*                    QUEDAN ABIERTOS HASTA LA FUNCION C.
002400*----------------------------------------------------------------
002500* EL MAESTRO SE ACTUALIZA ANTES QUE EL DIARIO: SI LA CORRIDA CAE
002600* ENTRE LAS DOS GRABACIONES, EL NUMERO QUEDA CONSUMIDO SIN ANOTAR
002700* Y LA AUDITORIA DE LA NOCHE LO DA COMO HUECO, QUE ES LO QUE FUE.
002800* NUNCA SE VUELVE A EMITIR UN NUMERO YA CONTADO EN EL MAESTRO.
002900*----------------------------------------------------------------
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT NUMERO-MAST ASSIGN TO "NUMMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS NRG-SERIE
003700         FILE STATUS IS WS-NRG-STATUS.
003800     SELECT NUMERO-LOG ASSIGN TO "NUMLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NLG-STATUS.
004100 DATA            DIVISION.
004200 FILE            SECTION.
004300 FD  NUMERO-MAST.
004400     COPY NUMREG.
004500 FD  NUMERO-LOG
004600     RECORDING MODE IS F.
004700     COPY NUMLOG.
004800 WORKING-STORAGE SECTION.
004900*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
005000     COPY FECNEG.
005100 01  WS-NRG-STATUS           PIC X(02).
005200     88  WS-NRG-NO-EXISTE            VALUE "35".
005300 01  WS-NLG-STATUS           PIC X(02).
005400     88  WS-NLG-NO-EXISTE            VALUE "35".
005500 01  WS-SWITCHES.
005600     05  WS-FICHEROS-ABIERTOS PIC X(01) VALUE "N".
005700         88  FICHEROS-ABIERTOS       VALUE "S".
005800     05  WS-MAESTRO-UTIL     PIC X(01) VALUE "N".
005900         88  MAESTRO-UTIL            VALUE "S".
006000     05  WS-SERIE-NUEVA      PIC X(01) VALUE "N".
006100         88  SERIE-NUEVA             VALUE "S".
006200     05  WS-ERROR-GRABAR     PIC X(01) VALUE "N".
006300         88  ERROR-GRABAR            VALUE "S".
006400 LINKAGE SECTION.
006500     COPY NUMSTD.
006600 PROCEDURE       DIVISION USING NUM-STD-AREA.
006700*================================================================
006800 0000-PRINCIPAL.
006900*================================================================
007000     IF NUM-FUNCION-CERRAR
007100         PERFORM 8000-CERRAR-FICHEROS THRU 8000-EXIT
007200         GOBACK
007300     END-IF
007400     IF NOT FICHEROS-ABIERTOS
007500         PERFORM 1000-ABRIR-FICHEROS THRU 1000-EXIT
007600     END-IF
007700     MOVE 0 TO NUM-STD-NUMERO
007800     IF NOT MAESTRO-UTIL OR NUM-STD-SERIE = SPACES
007900      OR NOT NUM-FUNCION-ASIGNAR
008000         MOVE "E" TO NUM-STD-RESPUESTA
008100         GOBACK
008200     END-IF
008300     PERFORM 2000-ASIGNAR-NUMERO THRU 2000-EXIT
008400     GOBACK.
008500*================================================================
008600 1000-ABRIR-FICHEROS.
008700*================================================================
008800*    LA PRIMERA VEZ EL MAESTRO NO EXISTE Y SE CREA VACIO; CADA
008900*    SERIE SE DA DE ALTA SOLA EN SU PRIMERA PETICION.
009000     SET FICHEROS-ABIERTOS TO TRUE
009100     MOVE "N" TO WS-MAESTRO-UTIL
009200     CALL "FECHANEG" USING FEC-NEG-AREA
009300     OPEN I-O NUMERO-MAST
009400     IF WS-NRG-NO-EXISTE
009500         OPEN OUTPUT NUMERO-MAST
009600         CLOSE NUMERO-MAST
009700         OPEN I-O NUMERO-MAST
009800     END-IF
009900     IF WS-NRG-STATUS NOT = "00"
010000         DISPLAY "NUMERADOR: NUMMAST NO DISPONIBLE, ESTADO "
010100             WS-NRG-STATUS
010200         GO TO 1000-EXIT
010300     END-IF
010400     OPEN EXTEND NUMERO-LOG
010500     IF WS-NLG-NO-EXISTE
010600         OPEN OUTPUT NUMERO-LOG
010700     END-IF
010800     IF WS-NLG-STATUS NOT = "00"
010900         DISPLAY "NUMERADOR: NUMLOG NO DISPONIBLE, ESTADO "
011000             WS-NLG-STATUS
011100         CLOSE NUMERO-MAST
011200         GO TO 1000-EXIT
011300     END-IF
011400     SET MAESTRO-UTIL TO TRUE.
011500 1000-EXIT.
011600     EXIT.
011700*================================================================
011800 2000-ASIGNAR-NUMERO.
011900*================================================================
012000     MOVE "N" TO WS-SERIE-NUEVA WS-ERROR-GRABAR
012100     MOVE NUM-STD-SERIE TO NRG-SERIE
012200     READ NUMERO-MAST
012300         INVALID KEY
012400             SET SERIE-NUEVA TO TRUE
012500     END-READ
012600     IF SERIE-NUEVA
012700         MOVE NUM-STD-SERIE    TO NRG-SERIE
012800         MOVE NUM-STD-BASE     TO NRG-ULTIMO
012900         MOVE 0                TO NRG-EMITIDOS
013000         MOVE FEC-NEG-FECHA    TO NRG-FEC-ALTA
013100     END-IF
013200     ADD 1 TO NRG-ULTIMO
013300     ADD 1 TO NRG-EMITIDOS
013400     MOVE FEC-NEG-FECHA    TO NRG-FEC-ULTIMO
013500     MOVE NUM-STD-PROGRAMA TO NRG-PROG-ULTIMO
013600     IF SERIE-NUEVA
013700         WRITE NRG-REGISTRO
013800             INVALID KEY
013900                 SET ERROR-GRABAR TO TRUE
014000         END-WRITE
014100     ELSE
014200         REWRITE NRG-REGISTRO
014300             INVALID KEY
014400                 SET ERROR-GRABAR TO TRUE
014500         END-REWRITE
014600     END-IF
014700     IF ERROR-GRABAR
014800         MOVE "E" TO NUM-STD-RESPUESTA
014900         GO TO 2000-EXIT
015000     END-IF
015100     MOVE NRG-SERIE        TO NLG-SERIE
015200     MOVE NRG-ULTIMO       TO NLG-NUMERO
015300     MOVE NUM-STD-PROGRAMA TO NLG-PROGRAMA
015400     MOVE FEC-NEG-FECHA    TO NLG-FECHA
015500     MOVE FEC-NEG-CORRIDA  TO NLG-CORRIDA
015600     WRITE NLG-REGISTRO
015700     MOVE NRG-ULTIMO TO NUM-STD-NUMERO
015800     MOVE "P" TO NUM-STD-RESPUESTA.
015900 2000-EXIT.
016000     EXIT.
016100*================================================================
016200 8000-CERRAR-FICHEROS.
016300*================================================================
016400*    TRAS EL CIERRE, LA SIGUIENTE PETICION (OTRO PASO DE LA MISMA
016500*    CADENA) VUELVE A ABRIR Y A TOMAR LA FECHA DE NEGOCIO.
016600     IF FICHEROS-ABIERTOS AND MAESTRO-UTIL
016700         CLOSE NUMERO-MAST NUMERO-LOG
016800     END-IF
016900     MOVE "N" TO WS-FICHEROS-ABIERTOS WS-MAESTRO-UTIL
017000     MOVE "P" TO NUM-STD-RESPUESTA.
017100 8000-EXIT.
017200     EXIT.
017300 END PROGRAM NUMERADOR.
