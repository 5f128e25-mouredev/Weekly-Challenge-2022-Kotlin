000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RELEVO.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME DE RELEVO DE TURNO:
001300*                    REUNE EN UNA SOLA PAGINA LO QUE EL OPERADOR
001400*                    SALIENTE CONSULTABA A MANO EN CADA CAMBIO DE
001500*                    TURNO: ALERTAS PENDIENTES DE GESTALERTA
001600*                    (ALERTPEND), CERROJOS TOMADOS (CERROJOS),
001700*                    REENVIOS A LA ESPERA DE SEGUNDA FIRMA
001800*                    (RESUBPEND), PASOS FALLIDOS O SALTADOS DE LA
001900*                    NOCHE (RUNLOG), PLAZOS INCUMPLIDOS DE
002000*                    VIGILASLA (SLARPT) Y COLA DE REPARACION
002100*                    (REPARQUE). LAS PARTIDAS ABIERTAS SALEN
002200*                    ORDENADAS POR SEVERIDAD Y, DENTRO DE ELLA, DE
002300*                    MAS ANTIGUA A MAS RECIENTE (RELEVRPT). EL
002400*                    RELEVO (QUIEN ENTREGA Y QUIEN RECIBE) QUEDA
002500*                    EN LA AUDITORIA DEL DIA.
002510* 2026-10-15  MNT    LA CADENA NO LANZADA POR MES CERRADO
002520*                    (CIERREMES) ES UNA PARTIDA CRITICA.
002530* 2026-10-15  MNT    LA LINEA DE RUNLOG SE DECLARA CON LA
002540*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002550*                    FINAL.
002600*----------------------------------------------------------------
002700* EL OPERADOR SALIENTE ES EL DE LA TARJETA DE OPERADOR (OPERCARD)
002800* Y EL ENTRANTE EL DE LA TARJETA RELEVPAR; AMBOS DEBEN SER
002900* OPERADORES ACTIVOS Y DISTINTOS (PERMISO RELEVO DE OPERSEG). SI
003000* NO, EL INFORME SALE IGUAL PERO EL RELEVO SE AUDITA COMO NO
003100* VALIDO Y EL PASO TERMINA CON RC 8. CON EL RELEVO VALIDO, RC 4
003200* SI QUEDA ALGUNA PARTIDA CRITICA ABIERTA.
003300* SEVERIDAD: 1 CRITICA, 2 AVISO, 3 INFORMATIVA. LAS ALERTAS
003400* CONSERVAN LA SUYA (C, A, I); PASOS FALLIDOS O NO LANZADOS,
003500* PLAZOS INCUMPLIDOS Y CERROJOS VENCIDOS (MAS DE DOCE HORAS, COMO
003600* EN CERROJO) SON CRITICOS; PASOS SALTADOS, PASOS SIN HORA DE
003700* FIN, CERROJOS TOMADOS Y SEGUNDAS FIRMAS SON AVISOS; LA COLA DE
003800* REPARACION, UNA PARTIDA POR PROGRAMA, ES INFORMATIVA. LA
003900* ANTIGUEDAD SE CUENTA EN DIAS HASTA LA FECHA DE NEGOCIO.
004000*----------------------------------------------------------------
004100 ENVIRONMENT     DIVISION.
004200 INPUT-OUTPUT    SECTION.
004300 FILE-CONTROL.
004400     SELECT RELEVO-PARM ASSIGN TO "RELEVPAR"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PAR-STATUS.
004700     SELECT ALERTA-PEND ASSIGN TO "ALERTPEND"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PEN-STATUS.
005000     SELECT CERROJO-FILE ASSIGN TO "CERROJOS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CER-STATUS.
005300     SELECT RESUBMIT-PEND ASSIGN TO "RESUBPEND"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PND-STATUS.
005600     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-LOG-STATUS.
005900     SELECT SLA-RPT ASSIGN TO "SLARPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SLA-STATUS.
006200     SELECT REPARACION-QUEUE ASSIGN TO "REPARQUE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-QUE-STATUS.
006500     SELECT RELEVO-RPT ASSIGN TO "RELEVRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700 DATA            DIVISION.
006800 FILE            SECTION.
006900 FD  RELEVO-PARM
007000     RECORDING MODE IS F.
007100 01  PAR-REGISTRO.
007200     05  PAR-ENTRANTE        PIC X(08).
007300 FD  ALERTA-PEND
007400     RECORDING MODE IS F.
007500 01  PEN-REGISTRO.
007600     05  PEN-ID              PIC 9(06).
007700     05  PEN-FECHA           PIC 9(08).
007800     05  PEN-PROGRAMA        PIC X(08).
007900     05  PEN-SEVERIDAD       PIC X(01).
008000     05  PEN-TEXTO           PIC X(60).
008100 FD  CERROJO-FILE
008200     RECORDING MODE IS F.
008300 01  CER-REGISTRO.
008400     05  CER-PROGRAMA        PIC X(08).
008500     05  CER-TITULAR         PIC X(08).
008600     05  CER-SELLO           PIC 9(14).
008700     05  CER-SELLO-R REDEFINES CER-SELLO.
008800         10  CER-SELLO-FECHA PIC 9(08).
008900         10  CER-SELLO-HH    PIC 9(02).
009000         10  CER-SELLO-MM    PIC 9(02).
009100         10  CER-SELLO-SS    PIC 9(02).
009200     05  CER-ESTADO          PIC X(01).
009300 FD  RESUBMIT-PEND
009400     RECORDING MODE IS F.
009500     COPY REJSTD REPLACING LEADING ==REJ-STD== BY ==PND-STD==.
009600 FD  RUN-LOG
009700     RECORDING MODE IS F.
009800 01  LOG-REGISTRO.
009900     05  LOG-PROGRAMA        PIC X(16).
010000     05  FILLER              PIC X(01).
010100     05  LOG-INICIO          PIC X(14).
010200     05  FILLER              PIC X(01).
010300     05  LOG-FIN             PIC X(14).
010400     05  FILLER              PIC X(01).
010500     05  LOG-RC              PIC X(03).
010600     05  FILLER              PIC X(01).
010700     05  LOG-ESTADO          PIC X(13).
010710     05  FILLER              PIC X(11).
010800*    LINEA DE DETALLE DEL INFORME DE VIGILASLA.
010900 FD  SLA-RPT
011000     RECORDING MODE IS F.
011100 01  SLA-LINEA.
011200     05  SLA-PROGRAMA        PIC X(16).
011300     05  FILLER              PIC X(02).
011400     05  SLA-FIN             PIC X(06).
011500     05  FILLER              PIC X(02).
011600     05  SLA-LIMITE          PIC X(06).
011700     05  FILLER              PIC X(02).
011800     05  SLA-HOLGURA-MIN     PIC X(06).
011900     05  FILLER              PIC X(02).
012000     05  SLA-DURACION-SEG    PIC X(08).
012100     05  FILLER              PIC X(02).
012200     05  SLA-ESTADO          PIC X(15).
012300     05  FILLER              PIC X(23).
012400 FD  REPARACION-QUEUE
012500     RECORDING MODE IS F.
012600     COPY REJSTD.
012700 FD  RELEVO-RPT
012800     RECORDING MODE IS F.
012900 01  RPT-LINEA               PIC X(110).
013000 01  RPT-DETALLE.
013100     05  RPT-SEVERIDAD       PIC X(07).
013200     05  FILLER              PIC X(01).
013300     05  RPT-EDAD            PIC Z(4)9.
013400     05  FILLER              PIC X(01).
013500     05  RPT-FUENTE          PIC X(09).
013600     05  FILLER              PIC X(01).
013700     05  RPT-REFERENCIA      PIC X(16).
013800     05  FILLER              PIC X(01).
013900     05  RPT-TEXTO           PIC X(60).
014000 01  RPT-RESUMEN-REGISTRO.
014100     05  RPT-RESUMEN-ETIQUETA PIC X(30).
014200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
014300     05  FILLER               PIC X(02).
014400     05  RPT-RESUMEN-NOTA     PIC X(30).
014500 WORKING-STORAGE SECTION.
014600*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
014700     COPY FECNEG.
014800*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
014900     COPY OPSSTD.
015000*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
015100     COPY AUDREG.
015200 01  WS-PAR-STATUS           PIC X(02).
015300     88  WS-PAR-NO-EXISTE            VALUE "35".
015400 01  WS-PEN-STATUS           PIC X(02).
015500     88  WS-PEN-NO-EXISTE            VALUE "35".
015600     88  WS-PEN-FIN-FICHERO          VALUE "10".
015700 01  WS-CER-STATUS           PIC X(02).
015800     88  WS-CER-NO-EXISTE            VALUE "35".
015900     88  WS-CER-FIN-FICHERO          VALUE "10".
016000 01  WS-PND-STATUS           PIC X(02).
016100     88  WS-PND-NO-EXISTE            VALUE "35".
016200     88  WS-PND-FIN-FICHERO          VALUE "10".
016300 01  WS-LOG-STATUS           PIC X(02).
016400     88  WS-LOG-NO-EXISTE            VALUE "35".
016500     88  WS-LOG-FIN-FICHERO          VALUE "10".
016600 01  WS-SLA-STATUS           PIC X(02).
016700     88  WS-SLA-NO-EXISTE            VALUE "35".
016800     88  WS-SLA-FIN-FICHERO          VALUE "10".
016900 01  WS-QUE-STATUS           PIC X(02).
017000     88  WS-QUE-NO-EXISTE            VALUE "35".
017100     88  WS-QUE-FIN-FICHERO          VALUE "10".
017200 01  WS-SWITCHES.
017300     05  WS-RELEVO-VALIDO    PIC X(01) VALUE "S".
017400         88  RELEVO-VALIDO           VALUE "S".
017500 01  WS-SALIENTE             PIC X(08) VALUE SPACES.
017600 01  WS-ENTRANTE             PIC X(08) VALUE SPACES.
017700 01  WS-MOTIVO-RELEVO        PIC X(40) VALUE SPACES.
017800*    FECHA Y HORA DEL RELEVO, PARA LA CABECERA Y LOS CERROJOS.
017900 01  WS-AHORA.
018000     05  WS-AHORA-FECHA      PIC 9(08).
018100     05  WS-AHORA-HH         PIC 9(02).
018200     05  WS-AHORA-MM         PIC 9(02).
018300     05  WS-AHORA-SS         PIC 9(02).
018400 01  WS-SEG-AHORA            PIC 9(12) VALUE ZERO.
018500 01  WS-SEG-SELLO            PIC 9(12) VALUE ZERO.
018600 01  WS-DIAS                 PIC S9(07) VALUE ZERO.
018700 01  WS-EDIT-FECHA           PIC 9(08).
018800 01  WS-EDIT-HORA            PIC 9(02).
018900 01  WS-EDIT-MIN             PIC 9(02).
019000 01  WS-EDIT-NUM             PIC Z(5)9.
019100 01  WS-EDIT-CRIT            PIC Z(5)9.
019200*----------------------------------------------------------------
019300* PARTIDA EN PREPARACION Y TABLA DE PARTIDAS ABIERTAS, QUE SE
019400* MANTIENE ORDENADA AL INSERTAR: CLAVE = SEVERIDAD Y, DENTRO DE
019500* ELLA, ANTIGUEDAD DESCENDENTE.
019600*----------------------------------------------------------------
019700 01  WS-PARTIDA.
019800     05  WS-NUE-CLAVE        PIC 9(06).
019900     05  WS-NUE-CLAVE-R REDEFINES WS-NUE-CLAVE.
020000         10  WS-NUE-RANGO    PIC 9(01).
020100         10  WS-NUE-ANTIG-INV PIC 9(05).
020200     05  WS-NUE-EDAD         PIC 9(05).
020300     05  WS-NUE-FUENTE       PIC X(09).
020400     05  WS-NUE-REFERENCIA   PIC X(16).
020500     05  WS-NUE-TEXTO        PIC X(60).
020600 01  WS-TABLA-PARTIDAS.
020700     05  WS-PAR-ENTRY OCCURS 300 TIMES.
020800         10  WS-PAR-CLAVE    PIC 9(06).
020900         10  WS-PAR-EDAD     PIC 9(05).
021000         10  WS-PAR-FUENTE   PIC X(09).
021100         10  WS-PAR-REFERENCIA PIC X(16).
021200         10  WS-PAR-TEXTO    PIC X(60).
021300 01  WS-NUM-PARTIDAS         PIC 9(04) COMP VALUE ZERO.
021400 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
021500 01  WS-IDX-POS              PIC 9(04) COMP VALUE ZERO.
021600*    EL INFORME CABE EN UNA PAGINA: LAS PARTIDAS QUE NO ENTRAN SE
021700*    CUENTAN AL PIE Y SE CONSULTAN EN SU FUENTE.
021800 01  WS-MAX-LINEAS-DETALLE   PIC 9(04) COMP VALUE 35.
021900 01  WS-IDX-MAX              PIC 9(04) COMP VALUE ZERO.
022000*    COLA DE REPARACION AGRUPADA POR PROGRAMA.
022100 01  WS-TABLA-COLA.
022200     05  WS-NUM-COLA         PIC 9(02) COMP VALUE ZERO.
022300     05  WS-COL-ENTRY OCCURS 30 TIMES.
022400         10  WS-COL-PROGRAMA PIC X(08).
022500         10  WS-COL-ITEMS    PIC 9(07) COMP.
022600         10  WS-COL-FECHA    PIC 9(08).
022700 01  WS-IDX-COL              PIC 9(02) COMP VALUE ZERO.
022800 01  WS-IDX-HALLADO          PIC 9(02) COMP VALUE ZERO.
022900 01  WS-CONTADORES.
023000     05  WS-TOTAL-ALERTAS    PIC 9(07) COMP VALUE ZERO.
023100     05  WS-TOTAL-CERROJOS   PIC 9(07) COMP VALUE ZERO.
023200     05  WS-TOTAL-FIRMAS     PIC 9(07) COMP VALUE ZERO.
023300     05  WS-TOTAL-PASOS      PIC 9(07) COMP VALUE ZERO.
023400     05  WS-TOTAL-PLAZOS     PIC 9(07) COMP VALUE ZERO.
023500     05  WS-TOTAL-COLA       PIC 9(07) COMP VALUE ZERO.
023600     05  WS-TOTAL-CRITICAS   PIC 9(07) COMP VALUE ZERO.
023700     05  WS-TOTAL-DESBORDADAS PIC 9(07) COMP VALUE ZERO.
023800 PROCEDURE       DIVISION.
023900*================================================================
024000 0000-MAINLINE.
024100*================================================================
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024300     PERFORM 2000-CARGAR-ALERTAS THRU 2000-EXIT
024400     PERFORM 2200-CARGAR-CERROJOS THRU 2200-EXIT
024500     PERFORM 2400-CARGAR-FIRMAS THRU 2400-EXIT
024600     PERFORM 2600-CARGAR-RUNLOG THRU 2600-EXIT
024700     PERFORM 2800-CARGAR-PLAZOS THRU 2800-EXIT
024800     PERFORM 3000-CARGAR-COLA THRU 3000-EXIT
024900     PERFORM 5000-ESCRIBIR-INFORME THRU 5000-EXIT
025000     PERFORM 6000-REGISTRAR-RELEVO THRU 6000-EXIT
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT
025200     GOBACK.
025300*================================================================
025400 1000-INITIALIZE.
025500*================================================================
025600     OPEN OUTPUT RELEVO-RPT
025700     MOVE SPACES TO RPT-RESUMEN-REGISTRO
025800     CALL "FECHANEG" USING FEC-NEG-AREA
025900     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA
026000     COMPUTE WS-SEG-AHORA =
026100         FUNCTION INTEGER-OF-DATE(WS-AHORA-FECHA) * 86400
026200         + (WS-AHORA-HH * 3600) + (WS-AHORA-MM * 60) + WS-AHORA-SS
026300     PERFORM 1500-COMPROBAR-OPERADORES THRU 1500-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600*================================================================
026700 1500-COMPROBAR-OPERADORES.
026800*================================================================
026900*    EL SALIENTE LO DA LA TARJETA DE OPERADOR; EL ENTRANTE, LA
027000*    TARJETA RELEVPAR. LOS DOS HAN DE SER OPERADORES ACTIVOS.
027100     MOVE SPACES TO OPS-STD-AREA
027200     MOVE "RELEVO" TO OPS-STD-PERMISO
027300     CALL "OPERSEG" USING OPS-STD-AREA
027400     MOVE OPS-STD-OPERADOR TO WS-SALIENTE
027500     IF NOT OPS-PERMITIDO
027600         MOVE "N" TO WS-RELEVO-VALIDO
027700         MOVE "OPERADOR SALIENTE DESCONOCIDO O INACTIVO"
027800             TO WS-MOTIVO-RELEVO
027900     END-IF
028000     OPEN INPUT RELEVO-PARM
028100     IF WS-PAR-NO-EXISTE
028200         CONTINUE
028300     ELSE
028400         READ RELEVO-PARM
028500             AT END
028600                 CONTINUE
028700             NOT AT END
028800                 MOVE PAR-ENTRANTE TO WS-ENTRANTE
028900         END-READ
029000         CLOSE RELEVO-PARM
029100     END-IF
029200     IF NOT RELEVO-VALIDO
029300         GO TO 1500-EXIT
029400     END-IF
029500     IF WS-ENTRANTE = SPACES
029600         MOVE "N" TO WS-RELEVO-VALIDO
029700         MOVE "SIN OPERADOR ENTRANTE EN RELEVPAR"
029800             TO WS-MOTIVO-RELEVO
029900         GO TO 1500-EXIT
030000     END-IF
030100     IF WS-ENTRANTE = WS-SALIENTE
030200         MOVE "N" TO WS-RELEVO-VALIDO
030300         MOVE "ENTRANTE Y SALIENTE SON EL MISMO"
030400             TO WS-MOTIVO-RELEVO
030500         GO TO 1500-EXIT
030600     END-IF
030700     MOVE SPACES TO OPS-STD-AREA
030800     MOVE "RELEVO" TO OPS-STD-PERMISO
030900     MOVE WS-ENTRANTE TO OPS-STD-OPERADOR
031000     CALL "OPERSEG" USING OPS-STD-AREA
031100     IF NOT OPS-PERMITIDO
031200         MOVE "N" TO WS-RELEVO-VALIDO
031300         MOVE "OPERADOR ENTRANTE DESCONOCIDO O INACTIVO"
031400             TO WS-MOTIVO-RELEVO
031500     END-IF.
031600 1500-EXIT.
031700     EXIT.
031800*================================================================
031900 2000-CARGAR-ALERTAS.
032000*================================================================
032100     OPEN INPUT ALERTA-PEND
032200     IF WS-PEN-NO-EXISTE
032300         GO TO 2000-EXIT
032400     END-IF
032500     PERFORM 2010-LEER-ALERTA THRU 2010-EXIT
032600     PERFORM 2050-ANOTAR-ALERTA THRU 2050-EXIT
032700         UNTIL WS-PEN-FIN-FICHERO
032800     CLOSE ALERTA-PEND.
032900 2000-EXIT.
033000     EXIT.
033100*================================================================
033200 2010-LEER-ALERTA.
033300*================================================================
033400     READ ALERTA-PEND
033500         AT END
033600             MOVE "10" TO WS-PEN-STATUS
033700     END-READ.
033800 2010-EXIT.
033900     EXIT.
034000*================================================================
034100 2050-ANOTAR-ALERTA.
034200*================================================================
034300     IF PEN-ID IS NOT NUMERIC OR PEN-ID = 0
034400         GO TO 2050-SIGUIENTE
034500     END-IF
034600     ADD 1 TO WS-TOTAL-ALERTAS
034700     EVALUATE PEN-SEVERIDAD
034800         WHEN "C"
034900             MOVE 1 TO WS-NUE-RANGO
035000         WHEN "A"
035100             MOVE 2 TO WS-NUE-RANGO
035200         WHEN OTHER
035300             MOVE 3 TO WS-NUE-RANGO
035400     END-EVALUATE
035500     MOVE PEN-FECHA TO WS-EDIT-FECHA
035600     PERFORM 4100-CALCULAR-EDAD THRU 4100-EXIT
035700     MOVE "ALERTA" TO WS-NUE-FUENTE
035800     MOVE SPACES TO WS-NUE-REFERENCIA
035900     STRING PEN-PROGRAMA DELIMITED BY SPACE
036000         " " PEN-ID DELIMITED BY SIZE
036100         INTO WS-NUE-REFERENCIA
036200     END-STRING
036300     MOVE PEN-TEXTO TO WS-NUE-TEXTO
036400     PERFORM 4000-INSERTAR-PARTIDA THRU 4000-EXIT.
036500 2050-SIGUIENTE.
036600     PERFORM 2010-LEER-ALERTA THRU 2010-EXIT.
036700 2050-EXIT.
036800     EXIT.
036900*================================================================
037000 2200-CARGAR-CERROJOS.
037100*================================================================
037200     OPEN INPUT CERROJO-FILE
037300     IF WS-CER-NO-EXISTE
037400         GO TO 2200-EXIT
037500     END-IF
037600     PERFORM 2210-LEER-CERROJO THRU 2210-EXIT
037700     PERFORM 2250-ANOTAR-CERROJO THRU 2250-EXIT
037800         UNTIL WS-CER-FIN-FICHERO
037900     CLOSE CERROJO-FILE.
038000 2200-EXIT.
038100     EXIT.
038200*================================================================
038300 2210-LEER-CERROJO.
038400*================================================================
038500     READ CERROJO-FILE
038600         AT END
038700             MOVE "10" TO WS-CER-STATUS
038800     END-READ.
038900 2210-EXIT.
039000     EXIT.
039100*================================================================
039200 2250-ANOTAR-CERROJO.
039300*================================================================
039400*    SOLO LOS CERROJOS TOMADOS (ESTADO T); EL QUE LLEVA MAS DE
039500*    DOCE HORAS ES UN ABEND SIN LIBERAR Y PASA A CRITICO.
039600     IF CER-ESTADO NOT = "T" OR CER-SELLO IS NOT NUMERIC
039700         GO TO 2250-SIGUIENTE
039800     END-IF
039900     ADD 1 TO WS-TOTAL-CERROJOS
040000     COMPUTE WS-SEG-SELLO =
040100         FUNCTION INTEGER-OF-DATE(CER-SELLO-FECHA) * 86400
040200         + (CER-SELLO-HH * 3600) + (CER-SELLO-MM * 60)
040300         + CER-SELLO-SS
040400     MOVE CER-SELLO-FECHA TO WS-EDIT-FECHA
040500     PERFORM 4100-CALCULAR-EDAD THRU 4100-EXIT
040600     MOVE "CERROJO" TO WS-NUE-FUENTE
040700     MOVE CER-PROGRAMA TO WS-NUE-REFERENCIA
040800     MOVE CER-SELLO-HH TO WS-EDIT-HORA
040900     MOVE CER-SELLO-MM TO WS-EDIT-MIN
041000     MOVE SPACES TO WS-NUE-TEXTO
041100     IF WS-SEG-AHORA - WS-SEG-SELLO > 43200
041200         MOVE 1 TO WS-NUE-RANGO
041300         STRING "VENCIDO: TOMADO POR " DELIMITED BY SIZE
041400             CER-TITULAR DELIMITED BY SPACE
041500             " EL " CER-SELLO-FECHA " A LAS " WS-EDIT-HORA ":"
041600             WS-EDIT-MIN DELIMITED BY SIZE
041700             INTO WS-NUE-TEXTO
041800         END-STRING
041900     ELSE
042000         MOVE 2 TO WS-NUE-RANGO
042100         STRING "TOMADO POR " DELIMITED BY SIZE
042200             CER-TITULAR DELIMITED BY SPACE
042300             " EL " CER-SELLO-FECHA " A LAS " WS-EDIT-HORA ":"
042400             WS-EDIT-MIN DELIMITED BY SIZE
042500             INTO WS-NUE-TEXTO
042600         END-STRING
042700     END-IF
042800     PERFORM 4000-INSERTAR-PARTIDA THRU 4000-EXIT.
042900 2250-SIGUIENTE.
043000     PERFORM 2210-LEER-CERROJO THRU 2210-EXIT.
043100 2250-EXIT.
043200     EXIT.
043300*================================================================
043400 2400-CARGAR-FIRMAS.
043500*================================================================
043600     OPEN INPUT RESUBMIT-PEND
043700     IF WS-PND-NO-EXISTE
043800         GO TO 2400-EXIT
043900     END-IF
044000     PERFORM 2410-LEER-FIRMA THRU 2410-EXIT
044100     PERFORM 2450-ANOTAR-FIRMA THRU 2450-EXIT
044200         UNTIL WS-PND-FIN-FICHERO
044300     CLOSE RESUBMIT-PEND.
044400 2400-EXIT.
044500     EXIT.
044600*================================================================
044700 2410-LEER-FIRMA.
044800*================================================================
044900     READ RESUBMIT-PEND
045000         AT END
045100             MOVE "10" TO WS-PND-STATUS
045200     END-READ.
045300 2410-EXIT.
045400     EXIT.
045500*================================================================
045600 2450-ANOTAR-FIRMA.
045700*================================================================
045800*    REENVIO CORREGIDO POR UN ANALISTA QUE ESPERA LA FIRMA DE UN
045900*    SEGUNDO.
046000     IF PND-STD-PROGRAMA = SPACES
046100         GO TO 2450-SIGUIENTE
046200     END-IF
046300     ADD 1 TO WS-TOTAL-FIRMAS
046400     MOVE 2 TO WS-NUE-RANGO
046500     MOVE PND-STD-FECHA TO WS-EDIT-FECHA
046600     PERFORM 4100-CALCULAR-EDAD THRU 4100-EXIT
046700     MOVE "RESUBPEND" TO WS-NUE-FUENTE
046800     MOVE PND-STD-PROGRAMA TO WS-NUE-REFERENCIA
046900     MOVE SPACES TO WS-NUE-TEXTO
047000     STRING "SEGUNDA FIRMA PENDIENTE (CORRIGIO " DELIMITED BY SIZE
047100         PND-STD-ANALISTA DELIMITED BY SPACE
047200         "): " DELIMITED BY SIZE
047300         PND-STD-MOTIVO DELIMITED BY SIZE
047400         INTO WS-NUE-TEXTO
047500     END-STRING
047600     PERFORM 4000-INSERTAR-PARTIDA THRU 4000-EXIT.
047700 2450-SIGUIENTE.
047800     PERFORM 2410-LEER-FIRMA THRU 2410-EXIT.
047900 2450-EXIT.
048000     EXIT.
048100*================================================================
048200 2600-CARGAR-RUNLOG.
048300*================================================================
048400     OPEN INPUT RUN-LOG
048500     IF WS-LOG-NO-EXISTE
048600         GO TO 2600-EXIT
048700     END-IF
048800     PERFORM 2610-LEER-RUNLOG THRU 2610-EXIT
048900     PERFORM 2650-ANOTAR-PASO THRU 2650-EXIT
049000         UNTIL WS-LOG-FIN-FICHERO
049100     CLOSE RUN-LOG.
049200 2600-EXIT.
049300     EXIT.
049400*================================================================
049500 2610-LEER-RUNLOG.
049600*================================================================
049700     READ RUN-LOG
049800         AT END
049900             MOVE "10" TO WS-LOG-STATUS
050000     END-READ.
050100 2610-EXIT.
050200     EXIT.
050300*================================================================
050400 2650-ANOTAR-PASO.
050500*================================================================
050600*    FALLIDOS (ERROR, NO ENCONTRADO) Y LANZAMIENTOS NEGADOS O SIN
050700*    FICHERO DE CONTROL SON CRITICOS; LOS SALTADOS, AVISOS. LAS
050800*    LINEAS OK, YA COMPLETADO, NO PROGRAMADO, SIN REARRANQUE Y
050900*    LAS DE RESUMEN NO SON PARTIDAS ABIERTAS.
051000     EVALUATE TRUE
051100         WHEN LOG-ESTADO = "ERROR" OR "NO ENCONTRADO"
051200                        OR "SIN ANULACION" OR "SIN PERMISO"
051300             MOVE 1 TO WS-NUE-RANGO
051400         WHEN LOG-ESTADO(1:11) = "SIN FICHERO"
051410          OR LOG-ESTADO = "MES CERRADO"
051500             MOVE 1 TO WS-NUE-RANGO
051600             MOVE "NOCTURNO" TO LOG-PROGRAMA
051700         WHEN LOG-ESTADO = "SALTADO"
051800             MOVE 2 TO WS-NUE-RANGO
051900         WHEN OTHER
052000             GO TO 2650-SIGUIENTE
052100     END-EVALUATE
052200     ADD 1 TO WS-TOTAL-PASOS
052300     MOVE 0 TO WS-NUE-EDAD WS-DIAS
052400     MOVE 99999 TO WS-NUE-ANTIG-INV
052500     MOVE "RUNLOG" TO WS-NUE-FUENTE
052600     MOVE LOG-PROGRAMA TO WS-NUE-REFERENCIA
052700     MOVE SPACES TO WS-NUE-TEXTO
052800     IF LOG-RC = SPACES
052900         STRING "PASO " DELIMITED BY SIZE
053000             LOG-ESTADO DELIMITED BY "  "
053100             INTO WS-NUE-TEXTO
053200         END-STRING
053300     ELSE
053400         STRING "PASO " DELIMITED BY SIZE
053500             LOG-ESTADO DELIMITED BY "  "
053600             ", RC " LOG-RC DELIMITED BY SIZE
053700             INTO WS-NUE-TEXTO
053800         END-STRING
053900     END-IF
054000     PERFORM 4000-INSERTAR-PARTIDA THRU 4000-EXIT.
054100 2650-SIGUIENTE.
054200     PERFORM 2610-LEER-RUNLOG THRU 2610-EXIT.
054300 2650-EXIT.
054400     EXIT.
054500*================================================================
054600 2800-CARGAR-PLAZOS.
054700*================================================================
054800     OPEN INPUT SLA-RPT
054900     IF WS-SLA-NO-EXISTE
055000         GO TO 2800-EXIT
055100     END-IF
055200     PERFORM 2810-LEER-PLAZO THRU 2810-EXIT
055300     PERFORM 2850-ANOTAR-PLAZO THRU 2850-EXIT
055400         UNTIL WS-SLA-FIN-FICHERO
055500     CLOSE SLA-RPT.
055600 2800-EXIT.
055700     EXIT.
055800*================================================================
055900 2810-LEER-PLAZO.
056000*================================================================
056100     READ SLA-RPT
056200         AT END
056300             MOVE "10" TO WS-SLA-STATUS
056400     END-READ.
056500 2810-EXIT.
056600     EXIT.
056700*================================================================
056800 2850-ANOTAR-PLAZO.
056900*================================================================
057000*    DEL INFORME DE VIGILASLA SOLO CUENTAN LAS LINEAS DE DETALLE
057100*    FUERA DE PLAZO (CRITICAS) O SIN HORA DE FIN (AVISO).
057200     EVALUATE SLA-ESTADO
057300         WHEN "FUERA DE PLAZO"
057400             MOVE 1 TO WS-NUE-RANGO
057500             MOVE SPACES TO WS-NUE-TEXTO
057600             STRING "FUERA DE PLAZO: FIN " DELIMITED BY SIZE
057700                 SLA-FIN " LIMITE " SLA-LIMITE
057800                 " HOLGURA " SLA-HOLGURA-MIN " MIN"
057900                 DELIMITED BY SIZE
058000                 INTO WS-NUE-TEXTO
058100             END-STRING
058200         WHEN "SIN HORA DE FIN"
058300             MOVE 2 TO WS-NUE-RANGO
058400             MOVE SPACES TO WS-NUE-TEXTO
058500             STRING "SIN HORA DE FIN, LIMITE " DELIMITED BY SIZE
058600                 SLA-LIMITE DELIMITED BY SIZE
058700                 INTO WS-NUE-TEXTO
058800             END-STRING
058900         WHEN OTHER
059000             GO TO 2850-SIGUIENTE
059100     END-EVALUATE
059200     ADD 1 TO WS-TOTAL-PLAZOS
059300     MOVE 0 TO WS-NUE-EDAD WS-DIAS
059400     MOVE 99999 TO WS-NUE-ANTIG-INV
059500     MOVE "SLARPT" TO WS-NUE-FUENTE
059600     MOVE SLA-PROGRAMA TO WS-NUE-REFERENCIA
059700     PERFORM 4000-INSERTAR-PARTIDA THRU 4000-EXIT.
059800 2850-SIGUIENTE.
059900     PERFORM 2810-LEER-PLAZO THRU 2810-EXIT.
060000 2850-EXIT.
060100     EXIT.
060200*================================================================
060300 3000-CARGAR-COLA.
060400*================================================================
060500*    LA COLA DE REPARACION PUEDE TENER MILES DE ITEMS: SE RESUME
060600*    EN UNA PARTIDA POR PROGRAMA CON SU ITEM MAS ANTIGUO.
060700     OPEN INPUT REPARACION-QUEUE
060800     IF WS-QUE-NO-EXISTE
060900         GO TO 3000-EXIT
061000     END-IF
061100     PERFORM 3010-LEER-COLA THRU 3010-EXIT
061200     PERFORM 3050-ACUMULAR-COLA THRU 3050-EXIT
061300         UNTIL WS-QUE-FIN-FICHERO
061400     CLOSE REPARACION-QUEUE
061500     PERFORM 3100-ANOTAR-COLA THRU 3100-EXIT
061600         VARYING WS-IDX-COL FROM 1 BY 1
061700         UNTIL WS-IDX-COL > WS-NUM-COLA.
061800 3000-EXIT.
061900     EXIT.
062000*================================================================
062100 3010-LEER-COLA.
062200*================================================================
062300     READ REPARACION-QUEUE
062400         AT END
062500             MOVE "10" TO WS-QUE-STATUS
062600     END-READ.
062700 3010-EXIT.
062800     EXIT.
062900*================================================================
063000 3050-ACUMULAR-COLA.
063100*================================================================
063200     IF REJ-STD-PROGRAMA = SPACES
063300         GO TO 3050-SIGUIENTE
063400     END-IF
063500     ADD 1 TO WS-TOTAL-COLA
063600     MOVE 0 TO WS-IDX-HALLADO
063700     PERFORM 3060-BUSCAR-PROGRAMA THRU 3060-EXIT
063800         VARYING WS-IDX-COL FROM 1 BY 1
063900         UNTIL WS-IDX-COL > WS-NUM-COLA OR WS-IDX-HALLADO > 0
064000     IF WS-IDX-HALLADO = 0
064100         IF WS-NUM-COLA >= 30
064200             GO TO 3050-SIGUIENTE
064300         END-IF
064400         ADD 1 TO WS-NUM-COLA
064500         MOVE WS-NUM-COLA TO WS-IDX-HALLADO
064600         MOVE REJ-STD-PROGRAMA TO WS-COL-PROGRAMA(WS-IDX-HALLADO)
064700         MOVE 0 TO WS-COL-ITEMS(WS-IDX-HALLADO)
064800         MOVE REJ-STD-FECHA TO WS-COL-FECHA(WS-IDX-HALLADO)
064900     END-IF
065000     ADD 1 TO WS-COL-ITEMS(WS-IDX-HALLADO)
065100     IF REJ-STD-FECHA < WS-COL-FECHA(WS-IDX-HALLADO)
065200         MOVE REJ-STD-FECHA TO WS-COL-FECHA(WS-IDX-HALLADO)
065300     END-IF.
065400 3050-SIGUIENTE.
065500     PERFORM 3010-LEER-COLA THRU 3010-EXIT.
065600 3050-EXIT.
065700     EXIT.
065800*================================================================
065900 3060-BUSCAR-PROGRAMA.
066000*================================================================
066100     IF WS-COL-PROGRAMA(WS-IDX-COL) = REJ-STD-PROGRAMA
066200         MOVE WS-IDX-COL TO WS-IDX-HALLADO
066300     END-IF.
066400 3060-EXIT.
066500     EXIT.
066600*================================================================
066700 3100-ANOTAR-COLA.
066800*================================================================
066900     MOVE 3 TO WS-NUE-RANGO
067000     MOVE WS-COL-FECHA(WS-IDX-COL) TO WS-EDIT-FECHA
067100     PERFORM 4100-CALCULAR-EDAD THRU 4100-EXIT
067200     MOVE "REPARQUE" TO WS-NUE-FUENTE
067300     MOVE WS-COL-PROGRAMA(WS-IDX-COL) TO WS-NUE-REFERENCIA
067400     MOVE WS-COL-ITEMS(WS-IDX-COL) TO WS-EDIT-NUM
067500     MOVE SPACES TO WS-NUE-TEXTO
067600     STRING WS-EDIT-NUM " ITEMS EN COLA, EL MAS ANTIGUO DEL "
067700         WS-COL-FECHA(WS-IDX-COL)
067800         DELIMITED BY SIZE
067900         INTO WS-NUE-TEXTO
068000     END-STRING
068100     PERFORM 4000-INSERTAR-PARTIDA THRU 4000-EXIT.
068200 3100-EXIT.
068300     EXIT.
068400*================================================================
068500 4000-INSERTAR-PARTIDA.
068600*================================================================
068700*    LA PARTIDA SE COLOCA DETRAS DE LAS DE CLAVE MENOR O IGUAL,
068800*    ASI LAS EMPATADAS CONSERVAN EL ORDEN DE LECTURA. CON LA
068900*    TABLA LLENA SOLO SE CUENTA (Y SE AVISA AL PIE).
069000     IF WS-NUE-RANGO = 1
069100         ADD 1 TO WS-TOTAL-CRITICAS
069200     END-IF
069300     IF WS-NUM-PARTIDAS >= 300
069400         ADD 1 TO WS-TOTAL-DESBORDADAS
069500         GO TO 4000-EXIT
069600     END-IF
069700     MOVE 1 TO WS-IDX-POS
069800     PERFORM 4050-AVANZAR-POSICION THRU 4050-EXIT
069900         UNTIL WS-IDX-POS > WS-NUM-PARTIDAS
070000            OR WS-PAR-CLAVE(WS-IDX-POS) > WS-NUE-CLAVE
070100     PERFORM 4060-CORRER-PARTIDA THRU 4060-EXIT
070200         VARYING WS-IDX FROM WS-NUM-PARTIDAS BY -1
070300         UNTIL WS-IDX < WS-IDX-POS
070400     ADD 1 TO WS-NUM-PARTIDAS
070500     MOVE WS-NUE-CLAVE      TO WS-PAR-CLAVE(WS-IDX-POS)
070600     MOVE WS-NUE-EDAD       TO WS-PAR-EDAD(WS-IDX-POS)
070700     MOVE WS-NUE-FUENTE     TO WS-PAR-FUENTE(WS-IDX-POS)
070800     MOVE WS-NUE-REFERENCIA TO WS-PAR-REFERENCIA(WS-IDX-POS)
070900     MOVE WS-NUE-TEXTO      TO WS-PAR-TEXTO(WS-IDX-POS).
071000 4000-EXIT.
071100     EXIT.
071200*================================================================
071300 4050-AVANZAR-POSICION.
071400*================================================================
071500     ADD 1 TO WS-IDX-POS.
071600 4050-EXIT.
071700     EXIT.
071800*================================================================
071900 4060-CORRER-PARTIDA.
072000*================================================================
072100     MOVE WS-PAR-ENTRY(WS-IDX) TO WS-PAR-ENTRY(WS-IDX + 1).
072200 4060-EXIT.
072300     EXIT.
072400*================================================================
072500 4100-CALCULAR-EDAD.
072600*================================================================
072700*    DIAS DESDE WS-EDIT-FECHA HASTA LA FECHA DE NEGOCIO; UNA
072800*    FECHA INVALIDA O FUTURA CUENTA COMO DEL DIA.
072900     MOVE 0 TO WS-DIAS
073000     IF WS-EDIT-FECHA IS NUMERIC AND WS-EDIT-FECHA > 16010101
073100      AND WS-EDIT-FECHA < FEC-NEG-FECHA
073200         COMPUTE WS-DIAS =
073300             FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
073400           - FUNCTION INTEGER-OF-DATE(WS-EDIT-FECHA)
073500     END-IF
073600     IF WS-DIAS > 99999
073700         MOVE 99999 TO WS-DIAS
073800     END-IF
073900     MOVE WS-DIAS TO WS-NUE-EDAD
074000     COMPUTE WS-NUE-ANTIG-INV = 99999 - WS-DIAS.
074100 4100-EXIT.
074200     EXIT.
074300*================================================================
074400 5000-ESCRIBIR-INFORME.
074500*================================================================
074600     MOVE SPACES TO RPT-LINEA
074700     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
074800     MOVE WS-AHORA-HH TO WS-EDIT-HORA
074900     MOVE WS-AHORA-MM TO WS-EDIT-MIN
075000     STRING "RELEVO DE TURNO - FECHA DE NEGOCIO " WS-EDIT-FECHA
075100         " - HORA " WS-EDIT-HORA ":" WS-EDIT-MIN
075200         DELIMITED BY SIZE INTO RPT-LINEA
075300     END-STRING
075400     WRITE RPT-LINEA
075500     MOVE SPACES TO RPT-LINEA
075600     STRING "ENTREGA: " WS-SALIENTE "   RECIBE: " WS-ENTRANTE
075700         DELIMITED BY SIZE INTO RPT-LINEA
075800     END-STRING
075900     WRITE RPT-LINEA
076000     IF NOT RELEVO-VALIDO
076100         MOVE SPACES TO RPT-LINEA
076200         STRING "RELEVO NO VALIDO: " WS-MOTIVO-RELEVO
076300             DELIMITED BY SIZE INTO RPT-LINEA
076400         END-STRING
076500         WRITE RPT-LINEA
076600     END-IF
076700     MOVE SPACES TO RPT-LINEA
076800     WRITE RPT-LINEA
076900     PERFORM 5100-RESUMEN-FUENTES THRU 5100-EXIT
077000     MOVE SPACES TO RPT-LINEA
077100     WRITE RPT-LINEA
077200     MOVE "PARTIDAS ABIERTAS POR SEVERIDAD Y ANTIGUEDAD"
077300         TO RPT-LINEA
077400     WRITE RPT-LINEA
077500     MOVE SPACES TO RPT-LINEA
077600     STRING "SEVER.   DIAS FUENTE    REFERENCIA       "
077700         "DESCRIPCION" DELIMITED BY SIZE INTO RPT-LINEA
077800     END-STRING
077900     WRITE RPT-LINEA
078000     IF WS-NUM-PARTIDAS = 0
078100         MOVE "SIN PARTIDAS ABIERTAS" TO RPT-LINEA
078200         WRITE RPT-LINEA
078300         GO TO 5000-EXIT
078400     END-IF
078500     MOVE WS-NUM-PARTIDAS TO WS-IDX-MAX
078600     IF WS-IDX-MAX > WS-MAX-LINEAS-DETALLE
078700         MOVE WS-MAX-LINEAS-DETALLE TO WS-IDX-MAX
078800     END-IF
078900     PERFORM 5200-ESCRIBIR-PARTIDA THRU 5200-EXIT
079000         VARYING WS-IDX FROM 1 BY 1
079100         UNTIL WS-IDX > WS-IDX-MAX
079200     IF WS-NUM-PARTIDAS > WS-IDX-MAX
079300      OR WS-TOTAL-DESBORDADAS > 0
079400         COMPUTE WS-EDIT-NUM = WS-NUM-PARTIDAS - WS-IDX-MAX
079500             + WS-TOTAL-DESBORDADAS
079600         MOVE SPACES TO RPT-LINEA
079700         STRING "... Y " WS-EDIT-NUM
079800             " PARTIDAS MAS DE MENOR PRIORIDAD (VER SU FUENTE)"
079900             DELIMITED BY SIZE INTO RPT-LINEA
080000         END-STRING
080100         WRITE RPT-LINEA
080200     END-IF.
080300 5000-EXIT.
080400     EXIT.
080500*================================================================
080600 5100-RESUMEN-FUENTES.
080700*================================================================
080800     MOVE "ALERTAS PENDIENTES"          TO RPT-RESUMEN-ETIQUETA
080900     MOVE WS-TOTAL-ALERTAS              TO RPT-RESUMEN-VALOR
081000     MOVE SPACES TO RPT-RESUMEN-NOTA
081100     IF WS-PEN-NO-EXISTE
081200         MOVE "ALERTPEND NO DISPONIBLE" TO RPT-RESUMEN-NOTA
081300     END-IF
081400     WRITE RPT-RESUMEN-REGISTRO
081500     MOVE "CERROJOS TOMADOS"            TO RPT-RESUMEN-ETIQUETA
081600     MOVE WS-TOTAL-CERROJOS             TO RPT-RESUMEN-VALOR
081700     MOVE SPACES TO RPT-RESUMEN-NOTA
081800     IF WS-CER-NO-EXISTE
081900         MOVE "CERROJOS NO DISPONIBLE" TO RPT-RESUMEN-NOTA
082000     END-IF
082100     WRITE RPT-RESUMEN-REGISTRO
082200     MOVE "SEGUNDAS FIRMAS PENDIENTES"  TO RPT-RESUMEN-ETIQUETA
082300     MOVE WS-TOTAL-FIRMAS               TO RPT-RESUMEN-VALOR
082400     MOVE SPACES TO RPT-RESUMEN-NOTA
082500     IF WS-PND-NO-EXISTE
082600         MOVE "RESUBPEND NO DISPONIBLE" TO RPT-RESUMEN-NOTA
082700     END-IF
082800     WRITE RPT-RESUMEN-REGISTRO
082900     MOVE "PASOS FALLIDOS O SALTADOS"   TO RPT-RESUMEN-ETIQUETA
083000     MOVE WS-TOTAL-PASOS                TO RPT-RESUMEN-VALOR
083100     MOVE SPACES TO RPT-RESUMEN-NOTA
083200     IF WS-LOG-NO-EXISTE
083300         MOVE "RUNLOG NO DISPONIBLE" TO RPT-RESUMEN-NOTA
083400     END-IF
083500     WRITE RPT-RESUMEN-REGISTRO
083600     MOVE "PLAZOS INCUMPLIDOS"          TO RPT-RESUMEN-ETIQUETA
083700     MOVE WS-TOTAL-PLAZOS               TO RPT-RESUMEN-VALOR
083800     MOVE SPACES TO RPT-RESUMEN-NOTA
083900     IF WS-SLA-NO-EXISTE
084000         MOVE "SLARPT NO DISPONIBLE" TO RPT-RESUMEN-NOTA
084100     END-IF
084200     WRITE RPT-RESUMEN-REGISTRO
084300     MOVE "ITEMS EN COLA DE REPARACION" TO RPT-RESUMEN-ETIQUETA
084400     MOVE WS-TOTAL-COLA                 TO RPT-RESUMEN-VALOR
084500     MOVE SPACES TO RPT-RESUMEN-NOTA
084600     IF WS-QUE-NO-EXISTE
084700         MOVE "REPARQUE NO DISPONIBLE" TO RPT-RESUMEN-NOTA
084800     END-IF
084900     WRITE RPT-RESUMEN-REGISTRO
085000     MOVE "PARTIDAS CRITICAS"           TO RPT-RESUMEN-ETIQUETA
085100     MOVE WS-TOTAL-CRITICAS             TO RPT-RESUMEN-VALOR
085200     MOVE SPACES TO RPT-RESUMEN-NOTA
085300     WRITE RPT-RESUMEN-REGISTRO.
085400 5100-EXIT.
085500     EXIT.
085600*================================================================
085700 5200-ESCRIBIR-PARTIDA.
085800*================================================================
085900     MOVE SPACES TO RPT-DETALLE
086000     EVALUATE WS-PAR-CLAVE(WS-IDX)(1:1)
086100         WHEN "1"
086200             MOVE "CRITICA" TO RPT-SEVERIDAD
086300         WHEN "2"
086400             MOVE "AVISO" TO RPT-SEVERIDAD
086500         WHEN OTHER
086600             MOVE "INFORM." TO RPT-SEVERIDAD
086700     END-EVALUATE
086800     MOVE WS-PAR-EDAD(WS-IDX)       TO RPT-EDAD
086900     MOVE WS-PAR-FUENTE(WS-IDX)     TO RPT-FUENTE
087000     MOVE WS-PAR-REFERENCIA(WS-IDX) TO RPT-REFERENCIA
087100     MOVE WS-PAR-TEXTO(WS-IDX)      TO RPT-TEXTO
087200     WRITE RPT-DETALLE.
087300 5200-EXIT.
087400     EXIT.
087500*================================================================
087600 6000-REGISTRAR-RELEVO.
087700*================================================================
087800*    QUIEN ENTREGA, QUIEN RECIBE Y CUANTO QUEDA ABIERTO QUEDAN EN
087900*    LA AUDITORIA DEL DIA, TAMBIEN CUANDO EL RELEVO NO ES VALIDO.
088000     MOVE SPACES TO AUD-STD-REGISTRO
088100     MOVE "RELEVO" TO AUD-STD-PROGRAMA
088200     STRING "ENTREGA " WS-SALIENTE " RECIBE " WS-ENTRANTE
088300         DELIMITED BY SIZE INTO AUD-STD-CLAVE
088400     END-STRING
088500     IF RELEVO-VALIDO
088600         MOVE "RELEVO" TO AUD-STD-DECISION
088700         COMPUTE WS-EDIT-NUM = WS-NUM-PARTIDAS
088800             + WS-TOTAL-DESBORDADAS
088900         MOVE WS-TOTAL-CRITICAS TO WS-EDIT-CRIT
089000         STRING WS-EDIT-NUM " ABIERTAS, " WS-EDIT-CRIT
089100             " CRITICAS" DELIMITED BY SIZE
089200             INTO AUD-STD-MOTIVO
089300         END-STRING
089400     ELSE
089500         MOVE "RELEVO NO VALIDO" TO AUD-STD-DECISION
089600         MOVE WS-MOTIVO-RELEVO TO AUD-STD-MOTIVO
089700     END-IF
089800     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
089900 6000-EXIT.
090000     EXIT.
090100*================================================================
090200 9000-TERMINATE.
090300*================================================================
090400     CLOSE RELEVO-RPT
090500     EVALUATE TRUE
090600         WHEN NOT RELEVO-VALIDO
090700             MOVE 8 TO RETURN-CODE
090800         WHEN WS-TOTAL-CRITICAS > 0
090900             MOVE 4 TO RETURN-CODE
091000         WHEN OTHER
091100             MOVE 0 TO RETURN-CODE
091200     END-EVALUATE.
091300 9000-EXIT.
091400     EXIT.
091500 END PROGRAM RELEVO.
