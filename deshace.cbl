000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DESHACE.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. REVERSION DE UN LOTE DE
001300*                    CAMBIOS DEL DIARIO COMUN CAMBLOG: LA TARJETA
001400*                    DESHPAR TRAE EL LOTE; CADA ALTA SE DA DE
001500*                    BAJA, CADA CAMBIO RECUPERA SU IMAGEN ANTES Y
001600*                    CADA BAJA SE VUELVE A DAR DE ALTA, EN EL
001700*                    MAESTRO QUE LA SUFRIO. SE NIEGA SI UN LOTE
001800*                    POSTERIOR TOCO ALGUNA DE LAS MISMAS CLAVES O
001900*                    SI EL MAESTRO YA NO TIENE LA IMAGEN DESPUES
002000*                    QUE DEJO EL LOTE; ENTONCES NO SE TOCA NADA
002100*                    (RC 8). EXIGE OPERADOR CON PERMISO DESHACE
002200*                    (MODULO OPERSEG). LA REVERSION ES A SU VEZ UN
002300*                    LOTE NUEVO DEL DIARIO (MODULO REGCAMB), QUEDA
002400*                    EN EL INFORME DESHRPT Y EN LA AUDITORIA.
002410* 2026-10-15  MNT    ADMITE EL MAESTRO DE TRAZADOS TRZMAST
002420*                    (MANTTRZ).
002430* 2026-10-15  MNT    LA FICHA DE CLIMAST CRECE A 76 POSICIONES
002440*                    CON LA POLITICA DE VEREDICTO DEL CLIENTE.
002450* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
002460*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
002470*                    ESCRIBEN EL MAESTRO.
002500*----------------------------------------------------------------
002600* LOS MAESTROS SE TRATAN COMO IMAGENES: LA BAJA Y EL CAMBIO BUSCAN
002700* EL REGISTRO IGUAL A LA IMAGEN DESPUES DEL DIARIO Y LA REALTA SE
002800* ANADE AL FINAL. SE RECORRE EL LOTE DEL ULTIMO CAMBIO AL PRIMERO
002900* Y TODO SE COMPRUEBA ANTES DE GRABAR EL PRIMER MAESTRO. COMO LA
003000* REVERSION ES UN LOTE POSTERIOR SOBRE LAS MISMAS CLAVES, UN LOTE
003100* YA DESHECHO NO SE PUEDE DESHACER DOS VECES; SI SE PUEDE DESHACER
003200* LA REVERSION, QUE VUELVE A APLICAR EL LOTE ORIGINAL.
003300*----------------------------------------------------------------
003400 ENVIRONMENT     DIVISION.
003500 INPUT-OUTPUT    SECTION.
003600 FILE-CONTROL.
003700     SELECT DESHACE-PARM ASSIGN TO "DESHPAR"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-STATUS.
004000     SELECT CAMBIOS-LOG ASSIGN TO "CAMBLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOG-STATUS.
004300     SELECT DIVISOR-MAST ASSIGN TO "DIVMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-MAE-STATUS.
004600     SELECT DICCIONARIO ASSIGN TO "DICCION"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MAE-STATUS.
004900     SELECT NORMA-MAST ASSIGN TO "NORMAST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-MAE-STATUS.
005200     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MAE-STATUS.
005500     SELECT CALENDARIO-LAB ASSIGN TO "CALENLAB"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MAE-STATUS.
005800     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-MAE-STATUS.
006100     SELECT ROL-MAST ASSIGN TO "ROLMAST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-MAE-STATUS.
006400     SELECT OPE-ROL ASSIGN TO "OPEROL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-MAE-STATUS.
006610     SELECT TRAZADO-MAST ASSIGN TO "TRZMAST"
006620         ORGANIZATION IS LINE SEQUENTIAL
006630         FILE STATUS IS WS-MAE-STATUS.
006700     SELECT DESHACE-RPT ASSIGN TO "DESHRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900 DATA            DIVISION.
007000 FILE            SECTION.
007100 FD  DESHACE-PARM
007200     RECORDING MODE IS F.
007300 01  DPA-REGISTRO.
007400     05  DPA-LOTE            PIC X(09).
007500     05  DPA-LOTE-N REDEFINES DPA-LOTE
007600                             PIC 9(09).
007700 FD  CAMBIOS-LOG
007800     RECORDING MODE IS F.
007900     COPY CAMREG.
008000 FD  DIVISOR-MAST
008100     RECORDING MODE IS F.
008200 01  DIV-REGISTRO            PIC X(49).
008300 FD  DICCIONARIO
008400     RECORDING MODE IS F.
008500 01  DIC-REGISTRO            PIC X(100).
008600 FD  NORMA-MAST
008700     RECORDING MODE IS F.
008800 01  NOR-REGISTRO            PIC X(15).
008900 FD  CLIENTE-MAST
009000     RECORDING MODE IS F.
009100     COPY CLIREG.
009200 FD  CALENDARIO-LAB
009300     RECORDING MODE IS F.
009400 01  CAL-REGISTRO            PIC X(27).
009500 FD  RUN-CONTROL
009600     RECORDING MODE IS F.
009700 01  CTL-REGISTRO            PIC X(81).
009800 FD  ROL-MAST
009900     RECORDING MODE IS F.
010000 01  ROL-REGISTRO            PIC X(158).
010100 FD  OPE-ROL
010200     RECORDING MODE IS F.
010300 01  ASG-REGISTRO            PIC X(40).
010310 FD  TRAZADO-MAST
010320     RECORDING MODE IS F.
010330 01  TRZ-REGISTRO            PIC X(78).
010400 FD  DESHACE-RPT
010500     RECORDING MODE IS F.
010600 01  RPT-LINEA               PIC X(132).
010700 01  RPT-RESUMEN-REGISTRO.
010800     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010900     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
011000 WORKING-STORAGE SECTION.
011100*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
011200     COPY OPSSTD.
011300*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
011400     COPY AUDREG.
011500*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
011600     COPY CAMSTD.
011700 01  WS-PARM-STATUS          PIC X(02).
011800     88  WS-PARM-NO-EXISTE           VALUE "35".
011900 01  WS-LOG-STATUS           PIC X(02).
012000     88  WS-LOG-NO-EXISTE            VALUE "35".
012100     88  WS-LOG-FIN-FICHERO          VALUE "10".
012200 01  WS-MAE-STATUS           PIC X(02).
012300     88  WS-MAE-NO-EXISTE            VALUE "35".
012400     88  WS-MAE-FIN-FICHERO          VALUE "10".
012500 01  WS-SWITCHES.
012600     05  WS-OPERADOR-VALIDO  PIC X(01) VALUE "N".
012700         88  OPERADOR-VALIDO         VALUE "S".
012800     05  WS-LOTE-DESBORDADO  PIC X(01) VALUE "N".
012900         88  LOTE-DESBORDADO         VALUE "S".
013000     05  WS-FASE             PIC X(01) VALUE "V".
013100         88  FASE-VERIFICAR          VALUE "V".
013200         88  FASE-GRABAR             VALUE "G".
013300 01  WS-LOTE-PEDIDO          PIC 9(09) VALUE ZERO.
013400 01  WS-MOTIVO               PIC X(40) VALUE SPACES.
013500 01  WS-DECISION             PIC X(20) VALUE SPACES.
013600 01  WS-MAESTRO-ACTUAL       PIC X(08) VALUE SPACES.
013700 01  WS-IMAGEN               PIC X(200) VALUE SPACES.
013800 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
013900 01  WS-IDX-LOTE             PIC 9(04) COMP VALUE ZERO.
014000 01  WS-IDX-MAE              PIC 9(04) COMP VALUE ZERO.
014100 01  WS-IMG-HALLADA          PIC 9(04) COMP VALUE ZERO.
014200 01  WS-LOTE-EDITADO         PIC Z(8)9.
014300*    DATOS DEL LOTE TOMADOS DE SU PRIMERA LINEA.
014400 01  WS-LOTE-PROGRAMA        PIC X(08) VALUE SPACES.
014500 01  WS-LOTE-OPERADOR        PIC X(08) VALUE SPACES.
014600 01  WS-LOTE-FECHA           PIC 9(08) VALUE ZERO.
014700*    CAMBIOS DEL LOTE PEDIDO, EN EL ORDEN DEL DIARIO.
014800 01  WS-TABLA-LOTE.
014900     05  WS-NUM-LOTE         PIC 9(04) COMP VALUE ZERO.
015000     05  WS-LOT-ENTRY OCCURS 2000 TIMES.
015100         10  WS-LOT-MAESTRO  PIC X(08).
015200         10  WS-LOT-ACCION   PIC X(01).
015300         10  WS-LOT-CLAVE    PIC X(100).
015400         10  WS-LOT-ANTES    PIC X(200).
015500         10  WS-LOT-DESPUES  PIC X(200).
015600         10  WS-LOT-ESTADO   PIC X(40).
015700*    MAESTROS DISTINTOS QUE TOCA EL LOTE.
015800 01  WS-TABLA-MAESTROS.
015900     05  WS-NUM-MAESTROS     PIC 9(02) COMP VALUE ZERO.
016000     05  WS-MAE-NOMBRE       OCCURS 10 TIMES PIC X(08).
016100*    IMAGENES DEL MAESTRO EN CURSO.
016200 01  WS-TABLA-IMAGENES.
016300     05  WS-NUM-IMAGENES     PIC 9(04) COMP VALUE ZERO.
016400     05  WS-IMG-ENTRY OCCURS 5000 TIMES.
016500         10  WS-IMG-REGISTRO PIC X(200).
016600         10  WS-IMG-BORRADA  PIC X(01).
016700 01  WS-CONTADORES.
016800     05  WS-TOTAL-CONFLICTOS PIC 9(05) COMP VALUE ZERO.
016900     05  WS-TOTAL-ERRORES    PIC 9(05) COMP VALUE ZERO.
017000     05  WS-TOTAL-REVERTIDOS PIC 9(05) COMP VALUE ZERO.
017100*    LINEA DE DETALLE DEL INFORME.
017200 01  WS-LINEA-DETALLE.
017300     05  DET-MAESTRO         PIC X(08).
017400     05  FILLER              PIC X(01) VALUE SPACE.
017500     05  DET-ACCION          PIC X(01).
017600     05  FILLER              PIC X(01) VALUE SPACE.
017700     05  DET-CLAVE           PIC X(50).
017800     05  FILLER              PIC X(01) VALUE SPACE.
017900     05  DET-ESTADO          PIC X(40).
018000 PROCEDURE       DIVISION.
018100*================================================================
018200 0000-MAINLINE.
018300*================================================================
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     IF WS-MOTIVO = SPACES
018600         PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
018700     END-IF
018800     IF OPERADOR-VALIDO
018900         PERFORM 2000-CARGAR-LOTE THRU 2000-EXIT
019000     END-IF
019100     IF OPERADOR-VALIDO AND WS-MOTIVO = SPACES
019200         PERFORM 2500-BUSCAR-POSTERIORES THRU 2500-EXIT
019300     END-IF
019400     IF OPERADOR-VALIDO AND WS-MOTIVO = SPACES
019500         SET FASE-VERIFICAR TO TRUE
019600         PERFORM 3000-TRATAR-MAESTRO THRU 3000-EXIT
019700             VARYING WS-IDX-MAE FROM 1 BY 1
019800             UNTIL WS-IDX-MAE > WS-NUM-MAESTROS
019900         IF WS-TOTAL-ERRORES > 0
020000             MOVE "EL MAESTRO NO CASA CON EL LOTE" TO WS-MOTIVO
020100         END-IF
020200     END-IF
020300     IF OPERADOR-VALIDO AND WS-MOTIVO = SPACES
020400         SET FASE-GRABAR TO TRUE
020500         PERFORM 3000-TRATAR-MAESTRO THRU 3000-EXIT
020600             VARYING WS-IDX-MAE FROM 1 BY 1
020700             UNTIL WS-IDX-MAE > WS-NUM-MAESTROS
020800         MOVE "C"         TO CAM-STD-FUNCION
020900         CALL "REGCAMB" USING CAM-STD-AREA
021000     END-IF
021100     PERFORM 6000-LISTAR-LOTE THRU 6000-EXIT
021200     IF OPERADOR-VALIDO
021300         PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
021400     END-IF
021500     PERFORM 9000-TERMINATE THRU 9000-EXIT
021600     GOBACK.
021700*================================================================
021800 1000-INITIALIZE.
021900*================================================================
022000     OPEN OUTPUT DESHACE-RPT
022100     MOVE SPACES TO CAM-STD-AREA
022200     OPEN INPUT DESHACE-PARM
022300     IF WS-PARM-NO-EXISTE
022400         MOVE "FALTA LA TARJETA DESHPAR" TO WS-MOTIVO
022500         GO TO 1000-EXIT
022600     END-IF
022700     MOVE SPACES TO DPA-REGISTRO
022800     READ DESHACE-PARM
022900         AT END
023000             MOVE SPACES TO DPA-REGISTRO
023100     END-READ
023200     CLOSE DESHACE-PARM
023300     IF DPA-LOTE NOT NUMERIC OR DPA-LOTE-N = 0
023400         MOVE "LOTE DE DESHPAR NO VALIDO" TO WS-MOTIVO
023500         GO TO 1000-EXIT
023600     END-IF
023700     MOVE DPA-LOTE-N TO WS-LOTE-PEDIDO.
023800 1000-EXIT.
023900     EXIT.
024000*================================================================
024100 1500-COMPROBAR-OPERADOR.
024200*================================================================
024300*    SIN PERMISO DESHACE NO SE TOCA NADA: EL INFORME LO DICE Y EL
024400*    PASO TERMINA CON RC 8.
024500     MOVE SPACES TO OPS-STD-AREA
024600     MOVE "DESHACE" TO OPS-STD-PERMISO
024700     CALL "OPERSEG" USING OPS-STD-AREA
024800     MOVE SPACES TO RPT-LINEA
024900     IF OPS-PERMITIDO
025000         SET OPERADOR-VALIDO TO TRUE
025100         STRING "OPERADOR: " DELIMITED BY SIZE
025200             OPS-STD-OPERADOR DELIMITED BY SIZE
025300             INTO RPT-LINEA
025400         END-STRING
025500     ELSE
025600         MOVE "OPERADOR SIN PERMISO DESHACE, NADA APLICADO"
025700             TO RPT-LINEA
025800         MOVE 8 TO RETURN-CODE
025900     END-IF
026000     WRITE RPT-LINEA
026100     MOVE SPACES TO RPT-LINEA.
026200 1500-EXIT.
026300     EXIT.
026400*================================================================
026500 2000-CARGAR-LOTE.
026600*================================================================
026700*    PRIMERA PASADA POR EL DIARIO: LOS CAMBIOS DEL LOTE PEDIDO Y
026800*    LOS MAESTROS QUE TOCA.
026900     OPEN INPUT CAMBIOS-LOG
027000     IF WS-LOG-NO-EXISTE
027100         MOVE "NO HAY DIARIO DE CAMBIOS CAMBLOG" TO WS-MOTIVO
027200         GO TO 2000-EXIT
027300     END-IF
027400     PERFORM 2010-LEER-LOG THRU 2010-EXIT
027500     PERFORM 2100-CARGAR-CAMBIO THRU 2100-EXIT
027600         UNTIL WS-LOG-FIN-FICHERO
027700     CLOSE CAMBIOS-LOG
027800     EVALUATE TRUE
027900         WHEN WS-NUM-LOTE = 0
028000             MOVE "EL LOTE NO ESTA EN EL DIARIO" TO WS-MOTIVO
028100         WHEN LOTE-DESBORDADO
028200             MOVE "LOTE DEMASIADO GRANDE PARA DESHACER"
028300                 TO WS-MOTIVO
028400     END-EVALUATE.
028500 2000-EXIT.
028600     EXIT.
028700*================================================================
028800 2010-LEER-LOG.
028900*================================================================
029000     READ CAMBIOS-LOG
029100         AT END
029200             MOVE "10" TO WS-LOG-STATUS
029300     END-READ.
029400 2010-EXIT.
029500     EXIT.
029600*================================================================
029700 2100-CARGAR-CAMBIO.
029800*================================================================
029900     IF CAM-LOTE NOT NUMERIC OR CAM-LOTE NOT = WS-LOTE-PEDIDO
030000         GO TO 2100-LEER
030100     END-IF
030200     IF WS-NUM-LOTE >= 2000
030300         SET LOTE-DESBORDADO TO TRUE
030400         GO TO 2100-LEER
030500     END-IF
030600     ADD 1 TO WS-NUM-LOTE
030700     IF WS-NUM-LOTE = 1
030800         MOVE CAM-PROGRAMA TO WS-LOTE-PROGRAMA
030900         MOVE CAM-OPERADOR TO WS-LOTE-OPERADOR
031000         MOVE CAM-FECHA    TO WS-LOTE-FECHA
031100     END-IF
031200     MOVE CAM-MAESTRO TO WS-LOT-MAESTRO(WS-NUM-LOTE)
031300     MOVE CAM-ACCION  TO WS-LOT-ACCION(WS-NUM-LOTE)
031400     MOVE CAM-CLAVE   TO WS-LOT-CLAVE(WS-NUM-LOTE)
031500     MOVE CAM-ANTES   TO WS-LOT-ANTES(WS-NUM-LOTE)
031600     MOVE CAM-DESPUES TO WS-LOT-DESPUES(WS-NUM-LOTE)
031700     MOVE SPACES      TO WS-LOT-ESTADO(WS-NUM-LOTE)
031800     MOVE CAM-MAESTRO TO WS-MAESTRO-ACTUAL
031900     PERFORM 2200-ANOTAR-MAESTRO THRU 2200-EXIT.
032000 2100-LEER.
032100     PERFORM 2010-LEER-LOG THRU 2010-EXIT.
032200 2100-EXIT.
032300     EXIT.
032400*================================================================
032500 2200-ANOTAR-MAESTRO.
032600*================================================================
032700     PERFORM 2210-COMPARAR-MAESTRO THRU 2210-EXIT
032800         VARYING WS-IDX FROM 1 BY 1
032900         UNTIL WS-IDX > WS-NUM-MAESTROS
033000            OR WS-MAE-NOMBRE(WS-IDX) = WS-MAESTRO-ACTUAL
033100     IF WS-IDX > WS-NUM-MAESTROS AND WS-NUM-MAESTROS < 10
033200         ADD 1 TO WS-NUM-MAESTROS
033300         MOVE WS-MAESTRO-ACTUAL TO WS-MAE-NOMBRE(WS-NUM-MAESTROS)
033400     END-IF.
033500 2200-EXIT.
033600     EXIT.
033700*================================================================
033800 2210-COMPARAR-MAESTRO.
033900*================================================================
034000     CONTINUE.
034100 2210-EXIT.
034200     EXIT.
034300*================================================================
034400 2500-BUSCAR-POSTERIORES.
034500*================================================================
034600*    SEGUNDA PASADA: UN LOTE POSTERIOR QUE TOCO LA MISMA CLAVE DEL
034700*    MISMO MAESTRO HACE IMPOSIBLE DESHACER SIN PERDER SU CAMBIO.
034800     OPEN INPUT CAMBIOS-LOG
034900     PERFORM 2010-LEER-LOG THRU 2010-EXIT
035000     PERFORM 2600-MIRAR-POSTERIOR THRU 2600-EXIT
035100         UNTIL WS-LOG-FIN-FICHERO
035200     CLOSE CAMBIOS-LOG
035300     IF WS-TOTAL-CONFLICTOS > 0
035400         MOVE "LOTES POSTERIORES TOCAN SUS CLAVES" TO WS-MOTIVO
035500     END-IF.
035600 2500-EXIT.
035700     EXIT.
035800*================================================================
035900 2600-MIRAR-POSTERIOR.
036000*================================================================
036100     IF CAM-LOTE NUMERIC AND CAM-LOTE > WS-LOTE-PEDIDO
036200         PERFORM 2610-COMPARAR-CLAVE THRU 2610-EXIT
036300             VARYING WS-IDX FROM 1 BY 1
036400             UNTIL WS-IDX > WS-NUM-LOTE
036500     END-IF
036600     PERFORM 2010-LEER-LOG THRU 2010-EXIT.
036700 2600-EXIT.
036800     EXIT.
036900*================================================================
037000 2610-COMPARAR-CLAVE.
037100*================================================================
037200*    SOLO SE ANOTA EL PRIMER LOTE POSTERIOR DE CADA CLAVE.
037300     IF WS-LOT-MAESTRO(WS-IDX) = CAM-MAESTRO
037400      AND WS-LOT-CLAVE(WS-IDX) = CAM-CLAVE
037500      AND WS-LOT-ESTADO(WS-IDX) = SPACES
037600         ADD 1 TO WS-TOTAL-CONFLICTOS
037700         STRING "TOCADA DESPUES POR EL LOTE " DELIMITED BY SIZE
037800             CAM-LOTE DELIMITED BY SIZE
037900             INTO WS-LOT-ESTADO(WS-IDX)
038000         END-STRING
038100     END-IF.
038200 2610-EXIT.
038300     EXIT.
038400*================================================================
038500 3000-TRATAR-MAESTRO.
038600*================================================================
038700*    CARGA EL MAESTRO, APLICA AL REVES LOS CAMBIOS DEL LOTE QUE
038800*    LE TOCAN Y, EN LA FASE DE GRABAR, LO REGRABA ENTERO.
038900     MOVE WS-MAE-NOMBRE(WS-IDX-MAE) TO WS-MAESTRO-ACTUAL
039000     MOVE 0 TO WS-NUM-IMAGENES
039100     PERFORM 3100-ABRIR-ENTRADA THRU 3100-EXIT
039200     IF WS-MAE-STATUS = "00"
039300         PERFORM 3110-LEER-MAESTRO THRU 3110-EXIT
039400         PERFORM 3120-CARGAR-IMAGEN THRU 3120-EXIT
039500             UNTIL WS-MAE-FIN-FICHERO
039600         PERFORM 3130-CERRAR-MAESTRO THRU 3130-EXIT
039700     END-IF
039800     PERFORM 3200-REVERTIR-CAMBIO THRU 3200-EXIT
039900         VARYING WS-IDX-LOTE FROM WS-NUM-LOTE BY -1
040000         UNTIL WS-IDX-LOTE < 1
040100     IF FASE-GRABAR
040200         PERFORM 3150-ABRIR-SALIDA THRU 3150-EXIT
040300         PERFORM 3160-GRABAR-IMAGEN THRU 3160-EXIT
040400             VARYING WS-IDX FROM 1 BY 1
040500             UNTIL WS-IDX > WS-NUM-IMAGENES
040600         PERFORM 3130-CERRAR-MAESTRO THRU 3130-EXIT
040700     END-IF.
040800 3000-EXIT.
040900     EXIT.
041000*================================================================
041100 3100-ABRIR-ENTRADA.
041200*================================================================
041300*    UN MAESTRO QUE AUN NO EXISTE SE TRATA COMO VACIO.
041400     MOVE "35" TO WS-MAE-STATUS
041500     EVALUATE WS-MAESTRO-ACTUAL
041600         WHEN "DIVMAST"
041700             OPEN INPUT DIVISOR-MAST
041800         WHEN "DICCION"
041900             OPEN INPUT DICCIONARIO
042000         WHEN "NORMAST"
042100             OPEN INPUT NORMA-MAST
042200         WHEN "CLIMAST"
042300             OPEN INPUT CLIENTE-MAST
042400         WHEN "CALENLAB"
042500             OPEN INPUT CALENDARIO-LAB
042600         WHEN "RUNCTL"
042700             OPEN INPUT RUN-CONTROL
042800         WHEN "ROLMAST"
042900             OPEN INPUT ROL-MAST
043000         WHEN "OPEROL"
043100             OPEN INPUT OPE-ROL
043110         WHEN "TRZMAST"
043120             OPEN INPUT TRAZADO-MAST
043200     END-EVALUATE.
043300 3100-EXIT.
043400     EXIT.
043500*================================================================
043600 3110-LEER-MAESTRO.
043700*================================================================
043800     MOVE SPACES TO WS-IMAGEN
043900     EVALUATE WS-MAESTRO-ACTUAL
044000         WHEN "DIVMAST"
044100             READ DIVISOR-MAST INTO WS-IMAGEN
044200                 AT END MOVE "10" TO WS-MAE-STATUS
044300             END-READ
044400         WHEN "DICCION"
044500             READ DICCIONARIO INTO WS-IMAGEN
044600                 AT END MOVE "10" TO WS-MAE-STATUS
044700             END-READ
044800         WHEN "NORMAST"
044900             READ NORMA-MAST INTO WS-IMAGEN
045000                 AT END MOVE "10" TO WS-MAE-STATUS
045100             END-READ
045200         WHEN "CLIMAST"
045300             READ CLIENTE-MAST INTO WS-IMAGEN
045400                 AT END MOVE "10" TO WS-MAE-STATUS
045500             END-READ
045600         WHEN "CALENLAB"
045700             READ CALENDARIO-LAB INTO WS-IMAGEN
045800                 AT END MOVE "10" TO WS-MAE-STATUS
045900             END-READ
046000         WHEN "RUNCTL"
046100             READ RUN-CONTROL INTO WS-IMAGEN
046200                 AT END MOVE "10" TO WS-MAE-STATUS
046300             END-READ
046400         WHEN "ROLMAST"
046500             READ ROL-MAST INTO WS-IMAGEN
046600                 AT END MOVE "10" TO WS-MAE-STATUS
046700             END-READ
046800         WHEN "OPEROL"
046900             READ OPE-ROL INTO WS-IMAGEN
047000                 AT END MOVE "10" TO WS-MAE-STATUS
047100             END-READ
047110         WHEN "TRZMAST"
047120             READ TRAZADO-MAST INTO WS-IMAGEN
047130                 AT END MOVE "10" TO WS-MAE-STATUS
047140             END-READ
047200     END-EVALUATE.
047300 3110-EXIT.
047400     EXIT.
047500*================================================================
047600 3120-CARGAR-IMAGEN.
047700*================================================================
047800     IF WS-IMAGEN NOT = SPACES
047900         IF WS-NUM-IMAGENES < 5000
048000             ADD 1 TO WS-NUM-IMAGENES
048100             MOVE WS-IMAGEN TO WS-IMG-REGISTRO(WS-NUM-IMAGENES)
048200             MOVE "N"       TO WS-IMG-BORRADA(WS-NUM-IMAGENES)
048300         ELSE
048400             ADD 1 TO WS-TOTAL-ERRORES
048500         END-IF
048600     END-IF
048700     PERFORM 3110-LEER-MAESTRO THRU 3110-EXIT.
048800 3120-EXIT.
048900     EXIT.
049000*================================================================
049100 3130-CERRAR-MAESTRO.
049200*================================================================
049300     EVALUATE WS-MAESTRO-ACTUAL
049400         WHEN "DIVMAST"
049500             CLOSE DIVISOR-MAST
049600         WHEN "DICCION"
049700             CLOSE DICCIONARIO
049800         WHEN "NORMAST"
049900             CLOSE NORMA-MAST
050000         WHEN "CLIMAST"
050100             CLOSE CLIENTE-MAST
050200         WHEN "CALENLAB"
050300             CLOSE CALENDARIO-LAB
050400         WHEN "RUNCTL"
050500             CLOSE RUN-CONTROL
050600         WHEN "ROLMAST"
050700             CLOSE ROL-MAST
050800         WHEN "OPEROL"
050900             CLOSE OPE-ROL
050910         WHEN "TRZMAST"
050920             CLOSE TRAZADO-MAST
051000     END-EVALUATE.
051100 3130-EXIT.
051200     EXIT.
051300*================================================================
051400 3150-ABRIR-SALIDA.
051500*================================================================
051600     EVALUATE WS-MAESTRO-ACTUAL
051700         WHEN "DIVMAST"
051800             OPEN OUTPUT DIVISOR-MAST
051900         WHEN "DICCION"
052000             OPEN OUTPUT DICCIONARIO
052100         WHEN "NORMAST"
052200             OPEN OUTPUT NORMA-MAST
052300         WHEN "CLIMAST"
052400             OPEN OUTPUT CLIENTE-MAST
052500         WHEN "CALENLAB"
052600             OPEN OUTPUT CALENDARIO-LAB
052700         WHEN "RUNCTL"
052800             OPEN OUTPUT RUN-CONTROL
052900         WHEN "ROLMAST"
053000             OPEN OUTPUT ROL-MAST
053100         WHEN "OPEROL"
053200             OPEN OUTPUT OPE-ROL
053210         WHEN "TRZMAST"
053220             OPEN OUTPUT TRAZADO-MAST
053300     END-EVALUATE.
053400 3150-EXIT.
053500     EXIT.
053600*================================================================
053700 3160-GRABAR-IMAGEN.
053800*================================================================
053900     IF WS-IMG-BORRADA(WS-IDX) NOT = "N"
054000         GO TO 3160-EXIT
054100     END-IF
054200     EVALUATE WS-MAESTRO-ACTUAL
054300         WHEN "DIVMAST"
054400             MOVE WS-IMG-REGISTRO(WS-IDX) TO DIV-REGISTRO
054500             WRITE DIV-REGISTRO
054600         WHEN "DICCION"
054700             MOVE WS-IMG-REGISTRO(WS-IDX) TO DIC-REGISTRO
054800             WRITE DIC-REGISTRO
054900         WHEN "NORMAST"
055000             MOVE WS-IMG-REGISTRO(WS-IDX) TO NOR-REGISTRO
055100             WRITE NOR-REGISTRO
055200         WHEN "CLIMAST"
055300             MOVE WS-IMG-REGISTRO(WS-IDX) TO CLM-REGISTRO
055400             WRITE CLM-REGISTRO
055500         WHEN "CALENLAB"
055600             MOVE WS-IMG-REGISTRO(WS-IDX) TO CAL-REGISTRO
055700             WRITE CAL-REGISTRO
055800         WHEN "RUNCTL"
055900             MOVE WS-IMG-REGISTRO(WS-IDX) TO CTL-REGISTRO
056000             WRITE CTL-REGISTRO
056100         WHEN "ROLMAST"
056200             MOVE WS-IMG-REGISTRO(WS-IDX) TO ROL-REGISTRO
056300             WRITE ROL-REGISTRO
056400         WHEN "OPEROL"
056500             MOVE WS-IMG-REGISTRO(WS-IDX) TO ASG-REGISTRO
056600             WRITE ASG-REGISTRO
056610         WHEN "TRZMAST"
056620             MOVE WS-IMG-REGISTRO(WS-IDX) TO TRZ-REGISTRO
056630             WRITE TRZ-REGISTRO
056700     END-EVALUATE.
056800 3160-EXIT.
056900     EXIT.
057000*================================================================
057100 3200-REVERTIR-CAMBIO.
057200*================================================================
057300*    CAMBIO WS-IDX-LOTE DEL LOTE, SI ES DE ESTE MAESTRO. LA BAJA Y
057400*    EL CAMBIO NECESITAN ENCONTRAR LA IMAGEN DESPUES QUE DEJARON.
057500     IF WS-LOT-MAESTRO(WS-IDX-LOTE) NOT = WS-MAESTRO-ACTUAL
057600         GO TO 3200-EXIT
057700     END-IF
057800     IF WS-MAESTRO-ACTUAL NOT = "DIVMAST" AND NOT = "DICCION"
057900      AND NOT = "NORMAST" AND NOT = "CLIMAST"
058000      AND NOT = "CALENLAB" AND NOT = "RUNCTL"
058100      AND NOT = "ROLMAST" AND NOT = "OPEROL"
058110      AND NOT = "TRZMAST"
058200         MOVE "MAESTRO DESCONOCIDO" TO WS-LOT-ESTADO(WS-IDX-LOTE)
058300         ADD 1 TO WS-TOTAL-ERRORES
058400         GO TO 3200-EXIT
058500     END-IF
058600     MOVE 0 TO WS-IMG-HALLADA
058700     IF WS-LOT-ACCION(WS-IDX-LOTE) NOT = "B"
058800         PERFORM 3210-BUSCAR-IMAGEN THRU 3210-EXIT
058900             VARYING WS-IDX FROM 1 BY 1
059000             UNTIL WS-IDX > WS-NUM-IMAGENES OR WS-IMG-HALLADA > 0
059100         IF WS-IMG-HALLADA = 0
059200             MOVE "IMAGEN DESPUES NO ESTA EN MAESTRO"
059300                 TO WS-LOT-ESTADO(WS-IDX-LOTE)
059400             ADD 1 TO WS-TOTAL-ERRORES
059500             GO TO 3200-EXIT
059600         END-IF
059700     END-IF
059800     MOVE SPACES TO CAM-STD-AREA
059900     EVALUATE WS-LOT-ACCION(WS-IDX-LOTE)
060000         WHEN "A"
060100             MOVE "S" TO WS-IMG-BORRADA(WS-IMG-HALLADA)
060200             MOVE "B" TO CAM-STD-ACCION
060300         WHEN "C"
060400             MOVE WS-LOT-ANTES(WS-IDX-LOTE)
060500                 TO WS-IMG-REGISTRO(WS-IMG-HALLADA)
060600             MOVE "C" TO CAM-STD-ACCION
060700             MOVE WS-LOT-ANTES(WS-IDX-LOTE) TO CAM-STD-IMAGEN
060800         WHEN OTHER
060900             IF WS-NUM-IMAGENES >= 5000
061000                 MOVE "MAESTRO LLENO"
061100                     TO WS-LOT-ESTADO(WS-IDX-LOTE)
061200                 ADD 1 TO WS-TOTAL-ERRORES
061300                 GO TO 3200-EXIT
061400             END-IF
061500             ADD 1 TO WS-NUM-IMAGENES
061600             MOVE WS-LOT-ANTES(WS-IDX-LOTE)
061700                 TO WS-IMG-REGISTRO(WS-NUM-IMAGENES)
061800             MOVE "N" TO WS-IMG-BORRADA(WS-NUM-IMAGENES)
061900             MOVE "A" TO CAM-STD-ACCION
062000             MOVE WS-LOT-ANTES(WS-IDX-LOTE) TO CAM-STD-IMAGEN
062100     END-EVALUATE
062200     IF FASE-VERIFICAR
062300         GO TO 3200-EXIT
062400     END-IF
062500     MOVE "REVERTIDO" TO WS-LOT-ESTADO(WS-IDX-LOTE)
062600     ADD 1 TO WS-TOTAL-REVERTIDOS
062700     MOVE "D"              TO CAM-STD-FUNCION
062800     MOVE "DESHACE"        TO CAM-STD-PROGRAMA
062900     MOVE WS-MAESTRO-ACTUAL TO CAM-STD-MAESTRO
063000     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
063100     MOVE WS-LOT-CLAVE(WS-IDX-LOTE) TO CAM-STD-CLAVE
063200     IF WS-LOT-ACCION(WS-IDX-LOTE) NOT = "B"
063300         MOVE WS-LOT-DESPUES(WS-IDX-LOTE) TO CAM-STD-ANTES
063400     END-IF
063500     CALL "REGCAMB" USING CAM-STD-AREA.
063600 3200-EXIT.
063700     EXIT.
063800*================================================================
063900 3210-BUSCAR-IMAGEN.
064000*================================================================
064100     IF WS-IMG-BORRADA(WS-IDX) = "N"
064200      AND WS-IMG-REGISTRO(WS-IDX) = WS-LOT-DESPUES(WS-IDX-LOTE)
064300         MOVE WS-IDX TO WS-IMG-HALLADA
064400     END-IF.
064500 3210-EXIT.
064600     EXIT.
064700*================================================================
064800 6000-LISTAR-LOTE.
064900*================================================================
065000*    CABECERA CON EL LOTE Y SU ORIGEN, UNA LINEA POR CAMBIO Y EL
065100*    RESULTADO FINAL.
065200     MOVE WS-LOTE-PEDIDO TO WS-LOTE-EDITADO
065300     MOVE SPACES TO RPT-LINEA
065400     STRING "LOTE A DESHACER: " DELIMITED BY SIZE
065500         WS-LOTE-EDITADO DELIMITED BY SIZE
065600         "  PROGRAMA: " DELIMITED BY SIZE
065700         WS-LOTE-PROGRAMA DELIMITED BY SIZE
065800         "  OPERADOR: " DELIMITED BY SIZE
065900         WS-LOTE-OPERADOR DELIMITED BY SIZE
066000         "  FECHA: " DELIMITED BY SIZE
066100         WS-LOTE-FECHA DELIMITED BY SIZE
066200         INTO RPT-LINEA
066300     END-STRING
066400     WRITE RPT-LINEA
066500     PERFORM 6100-LISTAR-CAMBIO THRU 6100-EXIT
066600         VARYING WS-IDX-LOTE FROM 1 BY 1
066700         UNTIL WS-IDX-LOTE > WS-NUM-LOTE
066800     MOVE SPACES TO RPT-LINEA
066900     IF WS-MOTIVO = SPACES AND OPERADOR-VALIDO
067000         MOVE CAM-STD-LOTE TO WS-LOTE-EDITADO
067100         STRING "LOTE DESHECHO; LA REVERSION ES EL LOTE "
067200                 DELIMITED BY SIZE
067300             WS-LOTE-EDITADO DELIMITED BY SIZE
067400             INTO RPT-LINEA
067500         END-STRING
067600     ELSE
067700         STRING "LOTE NO DESHECHO, NADA APLICADO: "
067800                 DELIMITED BY SIZE
067900             WS-MOTIVO DELIMITED BY SIZE
068000             INTO RPT-LINEA
068100         END-STRING
068200     END-IF
068300     WRITE RPT-LINEA.
068400 6000-EXIT.
068500     EXIT.
068600*================================================================
068700 6100-LISTAR-CAMBIO.
068800*================================================================
068900     MOVE WS-LOT-MAESTRO(WS-IDX-LOTE) TO DET-MAESTRO
069000     MOVE WS-LOT-ACCION(WS-IDX-LOTE)  TO DET-ACCION
069100     MOVE WS-LOT-CLAVE(WS-IDX-LOTE)   TO DET-CLAVE
069200     MOVE WS-LOT-ESTADO(WS-IDX-LOTE)  TO DET-ESTADO
069300     WRITE RPT-LINEA FROM WS-LINEA-DETALLE.
069400 6100-EXIT.
069500     EXIT.
069600*================================================================
069700 7000-REGISTRAR-AUDITORIA.
069800*================================================================
069900*    LA REVERSION, HECHA O NEGADA, QUEDA EN LA AUDITORIA DEL DIA
070000*    CON EL LOTE PEDIDO, EL LOTE DE LA REVERSION Y EL OPERADOR.
070100     MOVE SPACES TO AUD-STD-REGISTRO
070200     MOVE "DESHACE" TO AUD-STD-PROGRAMA
070300     MOVE WS-LOTE-PEDIDO TO AUD-STD-CLAVE(1:9)
070400     MOVE WS-LOTE-PROGRAMA TO AUD-STD-CLAVE(11:8)
070500     MOVE CAM-STD-LOTE TO AUD-STD-CLAVE(20:9)
070600     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(30:8)
070700     IF WS-MOTIVO = SPACES
070800         MOVE "DESHECHO" TO AUD-STD-DECISION
070900         MOVE "LOTE REVERTIDO" TO AUD-STD-MOTIVO
071000     ELSE
071100         MOVE "RECHAZADO" TO AUD-STD-DECISION
071200         MOVE WS-MOTIVO TO AUD-STD-MOTIVO
071300     END-IF
071400     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
071500 7000-EXIT.
071600     EXIT.
071700*================================================================
071800 9000-TERMINATE.
071900*================================================================
072000     MOVE "CAMBIOS EN EL LOTE"       TO RPT-RESUMEN-ETIQUETA
072100     MOVE WS-NUM-LOTE                TO RPT-RESUMEN-VALOR
072200     WRITE RPT-RESUMEN-REGISTRO
072300     MOVE "CAMBIOS REVERTIDOS"       TO RPT-RESUMEN-ETIQUETA
072400     MOVE WS-TOTAL-REVERTIDOS        TO RPT-RESUMEN-VALOR
072500     WRITE RPT-RESUMEN-REGISTRO
072600     MOVE "CLAVES TOCADAS DESPUES"   TO RPT-RESUMEN-ETIQUETA
072700     MOVE WS-TOTAL-CONFLICTOS        TO RPT-RESUMEN-VALOR
072800     WRITE RPT-RESUMEN-REGISTRO
072900     MOVE "IMAGENES QUE NO CASAN"    TO RPT-RESUMEN-ETIQUETA
073000     MOVE WS-TOTAL-ERRORES           TO RPT-RESUMEN-VALOR
073100     WRITE RPT-RESUMEN-REGISTRO
073200     IF WS-MOTIVO NOT = SPACES OR NOT OPERADOR-VALIDO
073300         MOVE 8 TO RETURN-CODE
073400     END-IF
073500     CLOSE DESHACE-RPT.
073600 9000-EXIT.
073700     EXIT.
073800 END PROGRAM DESHACE.
