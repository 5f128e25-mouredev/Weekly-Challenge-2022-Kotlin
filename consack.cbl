000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONSACK.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONVERTIDOR DE LOS
001300*                    RECONOCIMIENTOS DE LA CONSOLA DE EVENTOS
001400*                    CORPORATIVA: CADA RECONOCIMIENTO (EVTACK:
001500*                    CLAVE DE CORRELACION + INICIALES) SE CASA CON
001600*                    LAS ALERTAS PENDIENTES DE ALERTPEND
001700*                    RECALCULANDO SU CLAVE COMO LA CALCULA
001800*                    ALERTADOR, Y POR CADA ALERTA CASADA SE ANADE
001900*                    UNA TARJETA ALERTACK (ID + INICIALES) PARA
002000*                    GESTALERTA, QUE SIGUE SIENDO EL UNICO SITIO
002100*                    DONDE SE CIERRAN LAS ALERTAS. SE EJECUTA
002200*                    JUSTO ANTES DE GESTALERTA; EXPLOTACION VACIA
002300*                    EVTACK TRAS CADA EJECUCION.
002400*----------------------------------------------------------------
002500* UN RECONOCIMIENTO DE UNA ALERTA DE ESTA MISMA NOCHE NO CASA
002600* TODAVIA (LA ALERTA SIGUE EN EL BUZON ALERTA SIN IDENTIFICADOR):
002700* SE RETIENE EN EVTACKRET Y SE REINTENTA EN LA SIGUIENTE PASADA,
002800* HASTA SIETE DIAS; PASADOS SIN CASAR SE DAN POR CADUCADOS. LOS
002900* RECONOCIMIENTOS DE EVENTOS DE PASO (CLAVE PAS-) NO CIERRAN
003000* NADA Y SOLO SE CUENTAN. TERMINA CON RETURN-CODE 4 SI HAY
003100* RECONOCIMIENTOS RECHAZADOS O CADUCADOS.
003200*----------------------------------------------------------------
003300 ENVIRONMENT     DIVISION.
003400 INPUT-OUTPUT    SECTION.
003500 FILE-CONTROL.
003600     SELECT CONSOLA-ACK ASSIGN TO "EVTACK"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CON-STATUS.
003900     SELECT RETENIDOS ASSIGN TO "EVTACKRET"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RET-STATUS.
004200     SELECT ALERTA-PEND ASSIGN TO "ALERTPEND"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PEN-STATUS.
004500     SELECT ALERTA-ACK ASSIGN TO "ALERTACK"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ACK-STATUS.
004800     SELECT CONSACK-RPT ASSIGN TO "CONSRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA            DIVISION.
005100 FILE            SECTION.
005200 FD  CONSOLA-ACK
005300     RECORDING MODE IS F.
005400 01  CON-REGISTRO.
005500     05  CON-CORRELACION     PIC X(40).
005600     05  CON-OPERADOR        PIC X(08).
005700 FD  RETENIDOS
005800     RECORDING MODE IS F.
005900 01  RET-REGISTRO.
006000     05  RET-CORRELACION     PIC X(40).
006100     05  RET-OPERADOR        PIC X(08).
006200     05  RET-FECHA           PIC 9(08).
006300 FD  ALERTA-PEND
006400     RECORDING MODE IS F.
006500 01  PEN-REGISTRO.
006600     05  PEN-ID              PIC 9(06).
006700     05  PEN-FECHA           PIC 9(08).
006800     05  PEN-PROGRAMA        PIC X(08).
006900     05  PEN-SEVERIDAD       PIC X(01).
007000     05  PEN-TEXTO           PIC X(60).
007100 FD  ALERTA-ACK
007200     RECORDING MODE IS F.
007300 01  ACK-REGISTRO.
007400     05  ACK-ID              PIC 9(06).
007500     05  ACK-OPERADOR        PIC X(08).
007600 FD  CONSACK-RPT
007700     RECORDING MODE IS F.
007800 01  RPT-LINEA               PIC X(100).
007900 01  RPT-RESUMEN-REGISTRO.
008000     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008100     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008200 WORKING-STORAGE SECTION.
008300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008400     COPY FECNEG.
008500 01  WS-CON-STATUS           PIC X(02).
008600     88  WS-CON-NO-EXISTE            VALUE "35".
008700     88  WS-CON-FIN-FICHERO          VALUE "10".
008800 01  WS-RET-STATUS           PIC X(02).
008900     88  WS-RET-NO-EXISTE            VALUE "35".
009000     88  WS-RET-FIN-FICHERO          VALUE "10".
009100 01  WS-PEN-STATUS           PIC X(02).
009200     88  WS-PEN-NO-EXISTE            VALUE "35".
009300     88  WS-PEN-FIN-FICHERO          VALUE "10".
009400 01  WS-ACK-STATUS           PIC X(02).
009500     88  WS-ACK-NO-EXISTE            VALUE "35".
009600*    SEMILLA DE LA CLAVE DE CORRELACION, REHECHA IGUAL QUE EN
009700*    ALERTADOR: EL REGISTRO ALRSTD CAMPO A CAMPO SOBRE BLANCOS Y
009800*    SU HUELLA AUDHASH.
009900     COPY ALRSTD REPLACING LEADING ==ALR-STD== BY ==ALR-SEM==.
010000 01  WS-SEM-DATOS            PIC X(158).
010100 01  WS-SEM-ANTERIOR         PIC 9(18) VALUE ZERO.
010200 01  WS-SEM-VALOR            PIC 9(18).
010300*    ALERTAS PENDIENTES CON SU CLAVE DE CORRELACION.
010400*    ESTADO: P PENDIENTE, R YA RECONOCIDA EN ESTA PASADA.
010500 01  WS-TABLA-PENDIENTES.
010600     05  WS-NUM-PENDIENTES   PIC 9(03) COMP VALUE ZERO.
010700     05  WS-PEN-ENTRY OCCURS 500 TIMES
010800                      INDEXED BY WS-PEN-IDX.
010900         10  WS-PEN-ID       PIC 9(06).
011000         10  WS-PEN-CLAVE    PIC X(40).
011100         10  WS-PEN-ESTADO   PIC X(01).
011200*    RECONOCIMIENTOS A TRATAR: LOS RETENIDOS DE PASADAS
011300*    ANTERIORES Y LOS LLEGADOS HOY, CON SU FECHA DE LLEGADA.
011400*    ESTADO: C CASADO, P DE PASO, X RECHAZADO, K CADUCADO,
011500*    R RETENIDO PARA LA SIGUIENTE PASADA.
011600 01  WS-TABLA-RECONOC.
011700     05  WS-NUM-RECONOC      PIC 9(03) COMP VALUE ZERO.
011800     05  WS-REC-ENTRY OCCURS 500 TIMES
011900                      INDEXED BY WS-REC-IDX.
012000         10  WS-REC-CLAVE    PIC X(40).
012100         10  WS-REC-OPERADOR PIC X(08).
012200         10  WS-REC-FECHA    PIC 9(08).
012300         10  WS-REC-ESTADO   PIC X(01).
012400 01  WS-CASADAS              PIC 9(03) COMP VALUE ZERO.
012500 01  WS-DIAS-RETENIDO        PIC S9(07) COMP VALUE ZERO.
012600 01  WS-DIAS-MAXIMO          PIC 9(03) COMP VALUE 7.
012700 01  WS-MOTIVO               PIC X(30) VALUE SPACES.
012800 01  WS-CONTADORES.
012900     05  WS-TOTAL-RECIBIDOS   PIC 9(05) COMP VALUE ZERO.
013000     05  WS-TOTAL-REINTENTOS  PIC 9(05) COMP VALUE ZERO.
013100     05  WS-TOTAL-CASADOS     PIC 9(05) COMP VALUE ZERO.
013200     05  WS-TOTAL-TARJETAS    PIC 9(05) COMP VALUE ZERO.
013300     05  WS-TOTAL-DE-PASO     PIC 9(05) COMP VALUE ZERO.
013400     05  WS-TOTAL-DUPLICADOS  PIC 9(05) COMP VALUE ZERO.
013500     05  WS-TOTAL-RECHAZADOS  PIC 9(05) COMP VALUE ZERO.
013600     05  WS-TOTAL-CADUCADOS   PIC 9(05) COMP VALUE ZERO.
013700     05  WS-TOTAL-RETENIDOS   PIC 9(05) COMP VALUE ZERO.
013800     05  WS-TOTAL-DESBORDADOS PIC 9(05) COMP VALUE ZERO.
013900 PROCEDURE       DIVISION.
014000*================================================================
014100 0000-MAINLINE.
014200*================================================================
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014400     PERFORM 2000-CARGAR-PENDIENTES THRU 2000-EXIT
014500     PERFORM 3000-CARGAR-RETENIDOS THRU 3000-EXIT
014600     PERFORM 3500-CARGAR-CONSOLA THRU 3500-EXIT
014700     PERFORM 4000-CASAR-RECONOCIMIENTOS THRU 4000-EXIT
014800     PERFORM 5000-REGRABAR-RETENIDOS THRU 5000-EXIT
014900     PERFORM 9000-TERMINATE THRU 9000-EXIT
015000     GOBACK.
015100*================================================================
015200 1000-INITIALIZE.
015300*================================================================
015400     OPEN OUTPUT CONSACK-RPT
015500     MOVE SPACES TO RPT-RESUMEN-REGISTRO
015600     CALL "FECHANEG" USING FEC-NEG-AREA
015700     MOVE SPACES TO RPT-LINEA
015800     STRING "RECONOCIMIENTOS DE LA CONSOLA DE EVENTOS, FECHA "
015900         DELIMITED BY SIZE
016000         FEC-NEG-FECHA DELIMITED BY SIZE
016100         INTO RPT-LINEA
016200     END-STRING
016300     WRITE RPT-LINEA.
016400 1000-EXIT.
016500     EXIT.
016600*================================================================
016700 2000-CARGAR-PENDIENTES.
016800*================================================================
016900     OPEN INPUT ALERTA-PEND
017000     IF WS-PEN-NO-EXISTE
017100         GO TO 2000-EXIT
017200     END-IF
017300     PERFORM 2100-LEER-PENDIENTE THRU 2100-EXIT
017400     PERFORM 2200-ANOTAR-PENDIENTE THRU 2200-EXIT
017500         UNTIL WS-PEN-FIN-FICHERO
017600     CLOSE ALERTA-PEND.
017700 2000-EXIT.
017800     EXIT.
017900*================================================================
018000 2100-LEER-PENDIENTE.
018100*================================================================
018200     READ ALERTA-PEND
018300         AT END
018400             MOVE "10" TO WS-PEN-STATUS
018500     END-READ.
018600 2100-EXIT.
018700     EXIT.
018800*================================================================
018900 2200-ANOTAR-PENDIENTE.
019000*================================================================
019100*    LA CLAVE SE REHACE EXACTAMENTE COMO EN ALERTADOR:
019200*    ALR-FECHA-PROGRAMA-DOCE DIGITOS DE LA HUELLA.
019300     IF WS-NUM-PENDIENTES < 500
019400         ADD 1 TO WS-NUM-PENDIENTES
019500         SET WS-PEN-IDX TO WS-NUM-PENDIENTES
019600         MOVE PEN-ID TO WS-PEN-ID(WS-PEN-IDX)
019700         MOVE "P" TO WS-PEN-ESTADO(WS-PEN-IDX)
019800         MOVE SPACES TO ALR-SEM-REGISTRO
019900         MOVE PEN-FECHA TO ALR-SEM-FECHA
020000         MOVE PEN-PROGRAMA TO ALR-SEM-PROGRAMA
020100         MOVE PEN-SEVERIDAD TO ALR-SEM-SEVERIDAD
020200         MOVE PEN-TEXTO TO ALR-SEM-TEXTO
020300         MOVE ALR-SEM-REGISTRO TO WS-SEM-DATOS
020400         CALL "AUDHASH" USING WS-SEM-DATOS WS-SEM-ANTERIOR
020500             WS-SEM-VALOR
020600         MOVE SPACES TO WS-PEN-CLAVE(WS-PEN-IDX)
020700         STRING "ALR-" DELIMITED BY SIZE
020800             PEN-FECHA DELIMITED BY SIZE
020900             "-" DELIMITED BY SIZE
021000             PEN-PROGRAMA DELIMITED BY SIZE
021100             "-" DELIMITED BY SIZE
021200             WS-SEM-VALOR(7:12) DELIMITED BY SIZE
021300             INTO WS-PEN-CLAVE(WS-PEN-IDX)
021400         END-STRING
021500     END-IF
021600     PERFORM 2100-LEER-PENDIENTE THRU 2100-EXIT.
021700 2200-EXIT.
021800     EXIT.
021900*================================================================
022000 3000-CARGAR-RETENIDOS.
022100*================================================================
022200     OPEN INPUT RETENIDOS
022300     IF WS-RET-NO-EXISTE
022400         GO TO 3000-EXIT
022500     END-IF
022600     PERFORM 3100-LEER-RETENIDO THRU 3100-EXIT
022700     PERFORM 3200-ANOTAR-RETENIDO THRU 3200-EXIT
022800         UNTIL WS-RET-FIN-FICHERO
022900     CLOSE RETENIDOS.
023000 3000-EXIT.
023100     EXIT.
023200*================================================================
023300 3100-LEER-RETENIDO.
023400*================================================================
023500     READ RETENIDOS
023600         AT END
023700             MOVE "10" TO WS-RET-STATUS
023800     END-READ.
023900 3100-EXIT.
024000     EXIT.
024100*================================================================
024200 3200-ANOTAR-RETENIDO.
024300*================================================================
024400     IF WS-NUM-RECONOC < 500
024500         ADD 1 TO WS-NUM-RECONOC
024600         SET WS-REC-IDX TO WS-NUM-RECONOC
024700         MOVE RET-CORRELACION TO WS-REC-CLAVE(WS-REC-IDX)
024800         MOVE RET-OPERADOR    TO WS-REC-OPERADOR(WS-REC-IDX)
024900         MOVE RET-FECHA       TO WS-REC-FECHA(WS-REC-IDX)
025000         MOVE SPACE           TO WS-REC-ESTADO(WS-REC-IDX)
025100         ADD 1 TO WS-TOTAL-REINTENTOS
025200     ELSE
025300         ADD 1 TO WS-TOTAL-DESBORDADOS
025400     END-IF
025500     PERFORM 3100-LEER-RETENIDO THRU 3100-EXIT.
025600 3200-EXIT.
025700     EXIT.
025800*================================================================
025900 3500-CARGAR-CONSOLA.
026000*================================================================
026100     OPEN INPUT CONSOLA-ACK
026200     IF WS-CON-NO-EXISTE
026300         GO TO 3500-EXIT
026400     END-IF
026500     PERFORM 3600-LEER-CONSOLA THRU 3600-EXIT
026600     PERFORM 3700-ANOTAR-CONSOLA THRU 3700-EXIT
026700         UNTIL WS-CON-FIN-FICHERO
026800     CLOSE CONSOLA-ACK.
026900 3500-EXIT.
027000     EXIT.
027100*================================================================
027200 3600-LEER-CONSOLA.
027300*================================================================
027400     READ CONSOLA-ACK
027500         AT END
027600             MOVE "10" TO WS-CON-STATUS
027700     END-READ.
027800 3600-EXIT.
027900     EXIT.
028000*================================================================
028100 3700-ANOTAR-CONSOLA.
028200*================================================================
028300     IF CON-REGISTRO NOT = SPACES
028400         ADD 1 TO WS-TOTAL-RECIBIDOS
028500         IF WS-NUM-RECONOC < 500
028600             ADD 1 TO WS-NUM-RECONOC
028700             SET WS-REC-IDX TO WS-NUM-RECONOC
028800             MOVE CON-CORRELACION TO WS-REC-CLAVE(WS-REC-IDX)
028900             MOVE CON-OPERADOR    TO WS-REC-OPERADOR(WS-REC-IDX)
029000             MOVE FEC-NEG-FECHA   TO WS-REC-FECHA(WS-REC-IDX)
029100             MOVE SPACE           TO WS-REC-ESTADO(WS-REC-IDX)
029200         ELSE
029300             ADD 1 TO WS-TOTAL-DESBORDADOS
029400         END-IF
029500     END-IF
029600     PERFORM 3600-LEER-CONSOLA THRU 3600-EXIT.
029700 3700-EXIT.
029800     EXIT.
029900*================================================================
030000 4000-CASAR-RECONOCIMIENTOS.
030100*================================================================
030200     OPEN EXTEND ALERTA-ACK
030300     IF WS-ACK-NO-EXISTE
030400         OPEN OUTPUT ALERTA-ACK
030500     END-IF
030600     PERFORM 4100-CASAR-UNO THRU 4100-EXIT
030700         VARYING WS-REC-IDX FROM 1 BY 1
030800         UNTIL WS-REC-IDX > WS-NUM-RECONOC
030900     CLOSE ALERTA-ACK.
031000 4000-EXIT.
031100     EXIT.
031200*================================================================
031300 4100-CASAR-UNO.
031400*================================================================
031500     MOVE SPACES TO WS-MOTIVO
031600     IF WS-REC-OPERADOR(WS-REC-IDX) = SPACES
031700         MOVE "SIN INICIALES" TO WS-MOTIVO
031800     END-IF
031900     IF WS-REC-CLAVE(WS-REC-IDX)(1:4) NOT = "ALR-"
032000      AND WS-REC-CLAVE(WS-REC-IDX)(1:4) NOT = "PAS-"
032100         MOVE "CLAVE DE CORRELACION NO VALIDA" TO WS-MOTIVO
032200     END-IF
032300     IF WS-MOTIVO NOT = SPACES
032400         MOVE "X" TO WS-REC-ESTADO(WS-REC-IDX)
032500         ADD 1 TO WS-TOTAL-RECHAZADOS
032600         PERFORM 4300-LISTAR-RECONOC THRU 4300-EXIT
032700         GO TO 4100-EXIT
032800     END-IF
032900*    UN EVENTO DE PASO NO TIENE ALERTA QUE CERRAR.
033000     IF WS-REC-CLAVE(WS-REC-IDX)(1:4) = "PAS-"
033100         MOVE "P" TO WS-REC-ESTADO(WS-REC-IDX)
033200         ADD 1 TO WS-TOTAL-DE-PASO
033300         GO TO 4100-EXIT
033400     END-IF
033500     MOVE 0 TO WS-CASADAS
033600     PERFORM 4200-BUSCAR-ALERTA THRU 4200-EXIT
033700         VARYING WS-PEN-IDX FROM 1 BY 1
033800         UNTIL WS-PEN-IDX > WS-NUM-PENDIENTES
033900     IF WS-CASADAS > 0
034000         MOVE "C" TO WS-REC-ESTADO(WS-REC-IDX)
034100         ADD 1 TO WS-TOTAL-CASADOS
034200         GO TO 4100-EXIT
034300     END-IF
034400     COMPUTE WS-DIAS-RETENIDO =
034500         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
034600       - FUNCTION INTEGER-OF-DATE(WS-REC-FECHA(WS-REC-IDX))
034700     IF WS-DIAS-RETENIDO > WS-DIAS-MAXIMO
034800         MOVE "K" TO WS-REC-ESTADO(WS-REC-IDX)
034900         MOVE "CADUCADO SIN ALERTA PENDIENTE" TO WS-MOTIVO
035000         ADD 1 TO WS-TOTAL-CADUCADOS
035100         PERFORM 4300-LISTAR-RECONOC THRU 4300-EXIT
035200     ELSE
035300         MOVE "R" TO WS-REC-ESTADO(WS-REC-IDX)
035400         ADD 1 TO WS-TOTAL-RETENIDOS
035500     END-IF.
035600 4100-EXIT.
035700     EXIT.
035800*================================================================
035900 4200-BUSCAR-ALERTA.
036000*================================================================
036100*    LA MISMA ALERTA REPETIDA EN EL DIA TIENE LA MISMA CLAVE: UN
036200*    SOLO RECONOCIMIENTO LAS CIERRA TODAS. UNA ALERTA YA
036300*    RECONOCIDA EN ESTA PASADA NO RECIBE UNA SEGUNDA TARJETA.
036400     IF WS-PEN-CLAVE(WS-PEN-IDX) = WS-REC-CLAVE(WS-REC-IDX)
036500         IF WS-PEN-ESTADO(WS-PEN-IDX) = "R"
036600             ADD 1 TO WS-CASADAS
036700             ADD 1 TO WS-TOTAL-DUPLICADOS
036800         ELSE
036900             MOVE "R" TO WS-PEN-ESTADO(WS-PEN-IDX)
037000             ADD 1 TO WS-CASADAS
037100             MOVE WS-PEN-ID(WS-PEN-IDX) TO ACK-ID
037200             MOVE WS-REC-OPERADOR(WS-REC-IDX) TO ACK-OPERADOR
037300             WRITE ACK-REGISTRO
037400             ADD 1 TO WS-TOTAL-TARJETAS
037500             MOVE SPACES TO RPT-LINEA
037600             STRING "ALERTA " DELIMITED BY SIZE
037700                 ACK-ID DELIMITED BY SIZE
037800                 " RECONOCIDA EN CONSOLA POR " DELIMITED BY SIZE
037900                 ACK-OPERADOR DELIMITED BY SIZE
038000                 INTO RPT-LINEA
038100             END-STRING
038200             WRITE RPT-LINEA
038300         END-IF
038400     END-IF.
038500 4200-EXIT.
038600     EXIT.
038700*================================================================
038800 4300-LISTAR-RECONOC.
038900*================================================================
039000     MOVE SPACES TO RPT-LINEA
039100     STRING WS-MOTIVO DELIMITED BY SIZE
039200         " " DELIMITED BY SIZE
039300         WS-REC-CLAVE(WS-REC-IDX) DELIMITED BY SIZE
039400         " " DELIMITED BY SIZE
039500         WS-REC-OPERADOR(WS-REC-IDX) DELIMITED BY SIZE
039600         INTO RPT-LINEA
039700     END-STRING
039800     WRITE RPT-LINEA.
039900 4300-EXIT.
040000     EXIT.
040100*================================================================
040200 5000-REGRABAR-RETENIDOS.
040300*================================================================
040400     OPEN OUTPUT RETENIDOS
040500     PERFORM 5100-GRABAR-RETENIDO THRU 5100-EXIT
040600         VARYING WS-REC-IDX FROM 1 BY 1
040700         UNTIL WS-REC-IDX > WS-NUM-RECONOC
040800     CLOSE RETENIDOS.
040900 5000-EXIT.
041000     EXIT.
041100*================================================================
041200 5100-GRABAR-RETENIDO.
041300*================================================================
041400     IF WS-REC-ESTADO(WS-REC-IDX) = "R"
041500         MOVE WS-REC-CLAVE(WS-REC-IDX)    TO RET-CORRELACION
041600         MOVE WS-REC-OPERADOR(WS-REC-IDX) TO RET-OPERADOR
041700         MOVE WS-REC-FECHA(WS-REC-IDX)    TO RET-FECHA
041800         WRITE RET-REGISTRO
041900     END-IF.
042000 5100-EXIT.
042100     EXIT.
042200*================================================================
042300 9000-TERMINATE.
042400*================================================================
042500     MOVE SPACES TO RPT-LINEA
042600     WRITE RPT-LINEA
042700     MOVE "RECIBIDOS DE LA CONSOLA" TO RPT-RESUMEN-ETIQUETA
042800     MOVE WS-TOTAL-RECIBIDOS TO RPT-RESUMEN-VALOR
042900     WRITE RPT-RESUMEN-REGISTRO
043000     MOVE "REINTENTADOS DE RETENCION" TO RPT-RESUMEN-ETIQUETA
043100     MOVE WS-TOTAL-REINTENTOS TO RPT-RESUMEN-VALOR
043200     WRITE RPT-RESUMEN-REGISTRO
043300     MOVE "CASADOS CON ALERTA" TO RPT-RESUMEN-ETIQUETA
043400     MOVE WS-TOTAL-CASADOS TO RPT-RESUMEN-VALOR
043500     WRITE RPT-RESUMEN-REGISTRO
043600     MOVE "TARJETAS ALERTACK GRABADAS" TO RPT-RESUMEN-ETIQUETA
043700     MOVE WS-TOTAL-TARJETAS TO RPT-RESUMEN-VALOR
043800     WRITE RPT-RESUMEN-REGISTRO
043900     MOVE "YA RECONOCIDAS (DUPLICADOS)" TO RPT-RESUMEN-ETIQUETA
044000     MOVE WS-TOTAL-DUPLICADOS TO RPT-RESUMEN-VALOR
044100     WRITE RPT-RESUMEN-REGISTRO
044200     MOVE "DE EVENTOS DE PASO" TO RPT-RESUMEN-ETIQUETA
044300     MOVE WS-TOTAL-DE-PASO TO RPT-RESUMEN-VALOR
044400     WRITE RPT-RESUMEN-REGISTRO
044500     MOVE "RETENIDOS PARA REINTENTO" TO RPT-RESUMEN-ETIQUETA
044600     MOVE WS-TOTAL-RETENIDOS TO RPT-RESUMEN-VALOR
044700     WRITE RPT-RESUMEN-REGISTRO
044800     MOVE "RECHAZADOS" TO RPT-RESUMEN-ETIQUETA
044900     MOVE WS-TOTAL-RECHAZADOS TO RPT-RESUMEN-VALOR
045000     WRITE RPT-RESUMEN-REGISTRO
045100     MOVE "CADUCADOS" TO RPT-RESUMEN-ETIQUETA
045200     MOVE WS-TOTAL-CADUCADOS TO RPT-RESUMEN-VALOR
045300     WRITE RPT-RESUMEN-REGISTRO
045400     MOVE "DESBORDADOS (TABLA LLENA)" TO RPT-RESUMEN-ETIQUETA
045500     MOVE WS-TOTAL-DESBORDADOS TO RPT-RESUMEN-VALOR
045600     WRITE RPT-RESUMEN-REGISTRO
045700     CLOSE CONSACK-RPT
045800     IF WS-TOTAL-RECHAZADOS > 0 OR WS-TOTAL-CADUCADOS > 0
045900        OR WS-TOTAL-DESBORDADOS > 0
046000         MOVE 4 TO RETURN-CODE
046100     ELSE
046200         MOVE 0 TO RETURN-CODE
046300     END-IF.
046400 9000-EXIT.
046500     EXIT.
046600 END PROGRAM CONSACK.
