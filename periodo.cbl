000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERIODO.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. DEVUELVE EL ESTADO DEL MES
001300*                    CONTABLE DE UNA FECHA (ABIERTO, CERRADO O
001400*                    REABIERTO) SEGUN EL ULTIMO REGISTRO DE ESE
001500*                    MES EN EL DIARIO DE CIERRES PERIODOS QUE
001600*                    MANTIENE CIERREMES. SIN DIARIO, O SIN
001700*                    REGISTROS DEL MES, EL MES ESTA ABIERTO. EL
001800*                    DIARIO SE LEE EN CADA LLAMADA PARA VER
001900*                    SIEMPRE EL ULTIMO CIERRE.
002000*----------------------------------------------------------------
002100 ENVIRONMENT     DIVISION.
002200 INPUT-OUTPUT    SECTION.
002300 FILE-CONTROL.
002400     SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-PER-STATUS.
002700 DATA            DIVISION.
002800 FILE            SECTION.
002900 FD  PERIODOS-FILE
003000     RECORDING MODE IS F.
003100     COPY PERREG.
003200 WORKING-STORAGE SECTION.
003300 01  WS-PER-STATUS           PIC X(02).
003400     88  WS-PER-NO-EXISTE            VALUE "35".
003500     88  WS-PER-FIN-FICHERO          VALUE "10".
003600 01  WS-MES-PEDIDO           PIC 9(06) VALUE ZERO.
003700 LINKAGE SECTION.
003800     COPY PERSTD REPLACING LEADING ==PER-STD== BY ==LK-PER==.
003900 PROCEDURE       DIVISION USING LK-PER-AREA.
004000*================================================================
004100 0000-PRINCIPAL.
004200*================================================================
004300     MOVE LK-PER-FECHA(1:6) TO WS-MES-PEDIDO
004400     MOVE "A"    TO LK-PER-ESTADO
004500     MOVE ZERO   TO LK-PER-FECHA-CAMBIO
004600     MOVE SPACES TO LK-PER-OPERADOR
004700     OPEN INPUT PERIODOS-FILE
004800     IF WS-PER-NO-EXISTE
004900         GOBACK
005000     END-IF
005100     PERFORM 1000-LEER-DIARIO THRU 1000-EXIT
005200         UNTIL WS-PER-FIN-FICHERO
005300     CLOSE PERIODOS-FILE
005400     GOBACK.
005500*================================================================
005600 1000-LEER-DIARIO.
005700*================================================================
005800     READ PERIODOS-FILE
005900         AT END
006000             GO TO 1000-EXIT
006100     END-READ
006200     IF PER-MES NOT = WS-MES-PEDIDO
006300         GO TO 1000-EXIT
006400     END-IF
006500     IF PER-ES-CIERRE OR PER-ES-REAPERTURA
006600         MOVE PER-ACCION   TO LK-PER-ESTADO
006700         MOVE PER-FECHA    TO LK-PER-FECHA-CAMBIO
006800         MOVE PER-OPERADOR TO LK-PER-OPERADOR
006900     END-IF.
007000 1000-EXIT.
007100     EXIT.
007200 END PROGRAM PERIODO.
