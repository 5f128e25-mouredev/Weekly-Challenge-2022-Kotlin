000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBOPERT.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SERVICIO LLAMABLE DE
001300*                    PERTENENCIA SOBRE EL MAESTRO INDEXADO
001400*                    FIBOMAST, CON LA MISMA BUSQUEDA POR CLAVE QUE
001500*                    FIBOCONS PERO VALOR A VALOR (AREA FIBSTD):
001600*                    MIEMBRO Y SU INDICE, O LOS DOS TERMINOS MAS
001700*                    CERCANOS, O FUERA DE RANGO SI EL VALOR SUPERA
001800*                    AL MAYOR TERMINO CARGADO. EL MAESTRO SE ABRE
001900*                    EN LA PRIMERA LLAMADA Y QUEDA ABIERTO, COMO
002000*                    EN FIBOZECK.
002100*----------------------------------------------------------------
002200 ENVIRONMENT     DIVISION.
002300 INPUT-OUTPUT    SECTION.
002400 FILE-CONTROL.
002500     SELECT FIBONACCI-MAST ASSIGN TO "FIBOMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS FIM-CLAVE
002900         FILE STATUS IS WS-MAST-STATUS.
003000 DATA            DIVISION.
003100 FILE            SECTION.
003200 FD  FIBONACCI-MAST.
003300 01  FIM-REGISTRO.
003400     05  FIM-CLAVE.
003500         10  FIM-SECID       PIC X(08).
003600         10  FIM-ALTO        PIC 9(18).
003700         10  FIM-BAJO        PIC 9(18).
003800     05  FIM-INDICE          PIC 9(09).
003900 WORKING-STORAGE SECTION.
004000 01  WS-MAST-STATUS          PIC X(02).
004100 01  WS-SWITCHES.
004200     05  WS-MAESTRO-ABIERTO  PIC X(01) VALUE "N".
004300         88  MAESTRO-ABIERTO         VALUE "S".
004400     05  WS-MAESTRO-UTIL     PIC X(01) VALUE "N".
004500         88  MAESTRO-UTIL            VALUE "S".
004600     05  WS-HAY-SUPERIOR     PIC X(01) VALUE "N".
004700         88  HAY-SUPERIOR            VALUE "S".
004800 01  WS-SEC-ID               PIC X(08) VALUE SPACES.
004900 LINKAGE SECTION.
005000     COPY FIBSTD.
005100 PROCEDURE       DIVISION USING FIB-STD-AREA.
005200*================================================================
005300 0000-PRINCIPAL.
005400*================================================================
005500     IF NOT MAESTRO-ABIERTO
005600         PERFORM 1000-ABRIR-MAESTRO THRU 1000-EXIT
005700     END-IF
005800     MOVE 0 TO FIB-STD-INDICE
005900     MOVE 0 TO FIB-STD-INF-ALTO FIB-STD-INF-BAJO
006000     MOVE 0 TO FIB-STD-SUP-ALTO FIB-STD-SUP-BAJO
006100     MOVE "N" TO FIB-STD-HAY-INFERIOR
006200     MOVE "X" TO FIB-STD-RESPUESTA
006300     IF FIB-STD-SECID = SPACES
006400         MOVE "FIB" TO WS-SEC-ID
006500     ELSE
006600         MOVE FIB-STD-SECID TO WS-SEC-ID
006700     END-IF
006800     IF MAESTRO-UTIL
006900         PERFORM 2000-BUSCAR-TERMINO THRU 2000-EXIT
007000     END-IF
007100     GOBACK.
007200*================================================================
007300 1000-ABRIR-MAESTRO.
007400*================================================================
007500*    SIN MAESTRO TODO VALOR SE RESPONDE COMO FUERA DE RANGO, COMO
007600*    EN FIBOCONS.
007700     SET MAESTRO-ABIERTO TO TRUE
007800     OPEN INPUT FIBONACCI-MAST
007900     IF WS-MAST-STATUS = "00"
008000         SET MAESTRO-UTIL TO TRUE
008100     END-IF.
008200 1000-EXIT.
008300     EXIT.
008400*================================================================
008500 2000-BUSCAR-TERMINO.
008600*================================================================
008700*    PERTENENCIA CON READ DIRECTO; SI NO ES MIEMBRO, EL VECINO
008800*    SUPERIOR SE TOMA POSICIONANDO EN LA PRIMERA CLAVE MAYOR
008900*    (START + READ NEXT) Y EL INFERIOR RELEYENDO HACIA ATRAS
009000*    (READ PREVIOUS), SIEMPRE DENTRO DE LA SUCESION CONSULTADA.
009100*    SIN VECINO SUPERIOR EL VALOR QUEDA FUERA DE RANGO.
009200     MOVE WS-SEC-ID TO FIM-SECID
009300     MOVE FIB-STD-ALTO TO FIM-ALTO
009400     MOVE FIB-STD-BAJO TO FIM-BAJO
009500     READ FIBONACCI-MAST
009600         INVALID KEY
009700             CONTINUE
009800         NOT INVALID KEY
009900             MOVE "S" TO FIB-STD-RESPUESTA
010000             MOVE FIM-INDICE TO FIB-STD-INDICE
010100     END-READ
010200     IF FIB-STD-MIEMBRO
010300         GO TO 2000-EXIT
010400     END-IF
010500     MOVE "N" TO WS-HAY-SUPERIOR
010600     MOVE WS-SEC-ID TO FIM-SECID
010700     MOVE FIB-STD-ALTO TO FIM-ALTO
010800     MOVE FIB-STD-BAJO TO FIM-BAJO
010900     START FIBONACCI-MAST KEY > FIM-CLAVE
011000         INVALID KEY
011100             CONTINUE
011200         NOT INVALID KEY
011300             READ FIBONACCI-MAST NEXT
011400                 AT END
011500                     CONTINUE
011600                 NOT AT END
011700                     IF FIM-SECID = WS-SEC-ID
011800                         SET HAY-SUPERIOR TO TRUE
011900                         MOVE FIM-ALTO TO FIB-STD-SUP-ALTO
012000                         MOVE FIM-BAJO TO FIB-STD-SUP-BAJO
012100                     END-IF
012200             END-READ
012300     END-START
012400     IF NOT HAY-SUPERIOR
012500         GO TO 2000-EXIT
012600     END-IF
012700     MOVE "N" TO FIB-STD-RESPUESTA
012800     MOVE WS-SEC-ID TO FIM-SECID
012900     MOVE FIB-STD-ALTO TO FIM-ALTO
013000     MOVE FIB-STD-BAJO TO FIM-BAJO
013100     START FIBONACCI-MAST KEY >= FIM-CLAVE
013200         INVALID KEY
013300             CONTINUE
013400         NOT INVALID KEY
013500             READ FIBONACCI-MAST PREVIOUS
013600                 AT END
013700                     CONTINUE
013800                 NOT AT END
013900                     IF FIM-SECID = WS-SEC-ID
014000                         MOVE "S" TO FIB-STD-HAY-INFERIOR
014100                         MOVE FIM-ALTO TO FIB-STD-INF-ALTO
014200                         MOVE FIM-BAJO TO FIB-STD-INF-BAJO
014300                     END-IF
014400             END-READ
014500     END-START.
014600 2000-EXIT.
014700     EXIT.
014800 END PROGRAM FIBOPERT.
