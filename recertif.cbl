000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RECERTIF.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. RECERTIFICACION TRIMESTRAL
001300*                    DE ACCESOS: INFORME RECERRPT CON QUIEN TIENE
001400*                    QUE, AGRUPADO POR SUPERVISOR PARA QUE CADA
001500*                    UNO FIRME LOS ACCESOS DE LOS QUE RESPONDE.
001600*                    LEE OPERMAST, ROLMAST Y OPEROL; POR CADA
001700*                    ASIGNACION DA OPERADOR, NOMBRE, ACTIVO, ROL,
001800*                    FECHA DE ALTA, QUIEN LA CONCEDIO Y LOS
001900*                    PERMISOS DEL ROL, Y SENALA LO QUE HAY QUE
002000*                    REVOCAR O REVISAR. CIERRAN EL INFORME LOS
002100*                    OPERADORES ACTIVOS SIN ROL Y LOS ROLES SIN
002200*                    TITULARES. SIN ROLMAST LISTA LAS MARCAS DE
002300*                    PERMISO DE OPERMAST. RC 4 SI HAY ANOMALIAS.
002400*----------------------------------------------------------------
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
002700 FILE-CONTROL.
002800     SELECT OPERADOR-MAST ASSIGN TO "OPERMAST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-MAST-STATUS.
003100     SELECT ROL-MAST ASSIGN TO "ROLMAST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-ROL-STATUS.
003400     SELECT OPE-ROL ASSIGN TO "OPEROL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ASG-STATUS.
003700     SELECT RECERT-RPT ASSIGN TO "RECERRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA            DIVISION.
004000 FILE            SECTION.
004100 FD  OPERADOR-MAST
004200     RECORDING MODE IS F.
004300 01  OPE-REGISTRO.
004400     05  OPE-ID              PIC X(08).
004500     05  OPE-NOMBRE          PIC X(30).
004600     05  OPE-PERM-MANTDIV    PIC X(01).
004700     05  OPE-PERM-RESUBMIT   PIC X(01).
004800     05  OPE-PERM-ARCHAUD    PIC X(01).
004900     05  OPE-PERM-ANULACION  PIC X(01).
005000     05  OPE-ACTIVO          PIC X(01).
005100 FD  ROL-MAST
005200     RECORDING MODE IS F.
005300     COPY ROLREG.
005400 FD  OPE-ROL
005500     RECORDING MODE IS F.
005600     COPY ASGREG.
005700 FD  RECERT-RPT
005800     RECORDING MODE IS F.
005900 01  RPT-LINEA               PIC X(132).
006000 WORKING-STORAGE SECTION.
006100*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
006200     COPY FECNEG.
006300 01  WS-MAST-STATUS          PIC X(02).
006400     88  WS-MAST-NO-EXISTE           VALUE "35".
006500     88  WS-MAST-FIN-FICHERO         VALUE "10".
006600 01  WS-ROL-STATUS           PIC X(02).
006700     88  WS-ROL-NO-EXISTE            VALUE "35".
006800     88  WS-ROL-FIN-FICHERO          VALUE "10".
006900 01  WS-ASG-STATUS           PIC X(02).
007000     88  WS-ASG-NO-EXISTE            VALUE "35".
007100     88  WS-ASG-FIN-FICHERO          VALUE "10".
007200 01  WS-SWITCHES.
007300     05  WS-MODO-ROLES       PIC X(01) VALUE "N".
007400         88  MODO-ROLES              VALUE "S".
007500 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
007600 01  WS-IDX-ASG              PIC 9(04) COMP VALUE ZERO.
007700 01  WS-IDX-PER              PIC 9(04) COMP VALUE ZERO.
007800 01  WS-IDX-HUECO            PIC 9(04) COMP VALUE ZERO.
007900 01  WS-ROL-HALLADO          PIC 9(04) COMP VALUE ZERO.
008000 01  WS-OPE-HALLADO          PIC 9(04) COMP VALUE ZERO.
008100 01  WS-BUSCA-ROL            PIC X(08) VALUE SPACES.
008200 01  WS-BUSCA-OPERADOR       PIC X(08) VALUE SPACES.
008300 01  WS-SUPERVISOR-ACTUAL    PIC X(08) VALUE HIGH-VALUES.
008400 01  WS-PUNTERO              PIC 9(04) COMP VALUE ZERO.
008500*    TRIMESTRE DE LA FECHA DE NEGOCIO.
008600 01  WS-FECHA-NEGOCIO        PIC 9(08) VALUE ZERO.
008700 01  WS-FECHA-DESGLOSE REDEFINES WS-FECHA-NEGOCIO.
008800     05  WS-NEG-ANO          PIC 9(04).
008900     05  WS-NEG-MES          PIC 9(02).
009000     05  WS-NEG-DIA          PIC 9(02).
009100 01  WS-TRIMESTRE            PIC 9(01) VALUE ZERO.
009200*    OPERADORES DEL MAESTRO, CON MARCA DE SI TIENEN ALGUN ROL.
009300 01  WS-TABLA-OPERADORES.
009400     05  WS-NUM-OPERADORES   PIC 9(04) COMP VALUE ZERO.
009500     05  WS-OPE-ENTRY OCCURS 100 TIMES.
009600         10  WS-OPE-ID       PIC X(08).
009700         10  WS-OPE-NOMBRE   PIC X(30).
009800         10  WS-OPE-MANTDIV  PIC X(01).
009900         10  WS-OPE-RESUBMIT PIC X(01).
010000         10  WS-OPE-ARCHAUD  PIC X(01).
010100         10  WS-OPE-ANULA    PIC X(01).
010200         10  WS-OPE-ACTIVO   PIC X(01).
010300         10  WS-OPE-CON-ROL  PIC X(01).
010400*    ROLES DEL MAESTRO, CON EL NUMERO DE TITULARES.
010500 01  WS-TABLA-ROLES.
010600     05  WS-NUM-ROLES        PIC 9(04) COMP VALUE ZERO.
010700     05  WS-ROL-ENTRY OCCURS 100 TIMES.
010800         10  WS-ROL-ID       PIC X(08).
010900         10  WS-ROL-DESCRIPCION
011000                             PIC X(30).
011100         10  WS-ROL-PERMISO  OCCURS 12 TIMES
011200                             PIC X(10).
011300         10  WS-ROL-TITULARES
011400                             PIC 9(04) COMP.
011500*    ASIGNACIONES ORDENADAS POR SUPERVISOR, OPERADOR Y ROL AL
011600*    CARGARLAS (INSERCION), PARA SACAR UN BLOQUE POR SUPERVISOR.
011700 01  WS-TABLA-ASIGNACIONES.
011800     05  WS-NUM-ASIGNACIONES PIC 9(04) COMP VALUE ZERO.
011900     05  WS-ASG-ENTRY OCCURS 1000 TIMES.
012000         10  WS-ASG-CLAVE.
012100             15  WS-ASG-SUPERVISOR
012200                             PIC X(08).
012300             15  WS-ASG-OPERADOR
012400                             PIC X(08).
012500             15  WS-ASG-ROL  PIC X(08).
012600         10  WS-ASG-FECHA-ALTA
012700                             PIC 9(08).
012800         10  WS-ASG-CONCEDIDO-POR
012900                             PIC X(08).
013000 01  WS-ASG-NUEVA.
013100     05  WS-NUEVA-CLAVE.
013200         10  WS-NUEVA-SUPERVISOR
013300                             PIC X(08).
013400         10  WS-NUEVA-OPERADOR
013500                             PIC X(08).
013600         10  WS-NUEVA-ROL    PIC X(08).
013700     05  WS-NUEVA-FECHA-ALTA PIC 9(08).
013800     05  WS-NUEVA-CONCEDIDO-POR
013900                             PIC X(08).
014000 01  WS-CONTADORES.
014100     05  WS-TOTAL-SUPERVISORES
014200                             PIC 9(05) COMP VALUE ZERO.
014300     05  WS-TOTAL-ANOMALIAS  PIC 9(05) COMP VALUE ZERO.
014400     05  WS-TOTAL-SIN-ROL    PIC 9(05) COMP VALUE ZERO.
014500     05  WS-TOTAL-ROLES-VACIOS
014600                             PIC 9(05) COMP VALUE ZERO.
014700*    LINEAS DEL INFORME.
014800 01  WS-LINEA-TITULO.
014900     05  FILLER              PIC X(31)
015000         VALUE "RECERTIFICACION DE ACCESOS  -  ".
015100     05  FILLER              PIC X(10) VALUE "TRIMESTRE ".
015200     05  TIT-ANO             PIC 9(04).
015300     05  FILLER              PIC X(02) VALUE "-T".
015400     05  TIT-TRIMESTRE       PIC 9(01).
015500     05  FILLER              PIC X(16)
015600         VALUE "  FECHA NEGOCIO ".
015700     05  TIT-FECHA           PIC 9(08).
015800 01  WS-LINEA-SUPERVISOR.
015900     05  FILLER              PIC X(12) VALUE "SUPERVISOR: ".
016000     05  SUP-ID              PIC X(08).
016100     05  FILLER              PIC X(02) VALUE SPACES.
016200     05  SUP-NOMBRE          PIC X(30).
016300     05  FILLER              PIC X(02) VALUE SPACES.
016400     05  SUP-MARCA           PIC X(40).
016500 01  WS-LINEA-CABECERA.
016600     05  FILLER              PIC X(43)
016700         VALUE "  OPERADOR NOMBRE".
016800     05  FILLER              PIC X(03) VALUE "ACT".
016900     05  FILLER              PIC X(09) VALUE "ROL".
017000     05  FILLER              PIC X(09) VALUE "ALTA".
017100     05  FILLER              PIC X(09) VALUE "CONCEDIO".
017200     05  FILLER              PIC X(11) VALUE "OBSERVACION".
017300 01  WS-LINEA-DETALLE.
017400     05  FILLER              PIC X(02) VALUE SPACES.
017500     05  DET-OPERADOR        PIC X(08).
017600     05  FILLER              PIC X(01) VALUE SPACE.
017700     05  DET-NOMBRE          PIC X(30).
017800     05  FILLER              PIC X(02) VALUE SPACES.
017900     05  DET-ACTIVO          PIC X(01).
018000     05  FILLER              PIC X(02) VALUE SPACES.
018100     05  DET-ROL             PIC X(08).
018200     05  FILLER              PIC X(01) VALUE SPACE.
018300     05  DET-FECHA-ALTA      PIC X(08).
018400     05  FILLER              PIC X(01) VALUE SPACE.
018500     05  DET-CONCEDIDO       PIC X(08).
018600     05  FILLER              PIC X(01) VALUE SPACE.
018700     05  DET-MARCA           PIC X(30).
018800 01  WS-LINEA-PERMISOS       PIC X(132).
018900 01  WS-LINEA-FIRMA.
019000     05  FILLER              PIC X(47)
019100         VALUE "  CONFORME EL SUPERVISOR: ____________________".
019200     05  FILLER              PIC X(20)
019300         VALUE "   FECHA: __________".
019400 01  WS-LINEA-RESUMEN.
019500     05  RES-ETIQUETA        PIC X(30).
019600     05  RES-VALOR           PIC Z(8)9.
019700 PROCEDURE       DIVISION.
019800*================================================================
019900 0000-MAINLINE.
020000*================================================================
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     IF MODO-ROLES
020300         PERFORM 2000-LISTAR-ASIGNACION THRU 2000-EXIT
020400             VARYING WS-IDX-ASG FROM 1 BY 1
020500             UNTIL WS-IDX-ASG > WS-NUM-ASIGNACIONES
020600         IF WS-NUM-ASIGNACIONES > 0
020700             PERFORM 2900-CERRAR-BLOQUE THRU 2900-EXIT
020800         END-IF
020900         PERFORM 3000-LISTAR-SIN-ROL THRU 3000-EXIT
021000         PERFORM 3500-LISTAR-ROLES-VACIOS THRU 3500-EXIT
021100     ELSE
021200         PERFORM 4000-LISTAR-MARCAS THRU 4000-EXIT
021300     END-IF
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT
021500     GOBACK.
021600*================================================================
021700 1000-INITIALIZE.
021800*================================================================
021900     OPEN OUTPUT RECERT-RPT
022000     CALL "FECHANEG" USING FEC-NEG-AREA
022100     MOVE FEC-NEG-FECHA TO WS-FECHA-NEGOCIO
022200     COMPUTE WS-TRIMESTRE = (WS-NEG-MES - 1) / 3 + 1
022300     MOVE WS-NEG-ANO    TO TIT-ANO
022400     MOVE WS-TRIMESTRE  TO TIT-TRIMESTRE
022500     MOVE FEC-NEG-FECHA TO TIT-FECHA
022600     WRITE RPT-LINEA FROM WS-LINEA-TITULO
022700     MOVE SPACES TO RPT-LINEA
022800     WRITE RPT-LINEA
022900     PERFORM 1100-CARGAR-OPERADORES THRU 1100-EXIT
023000     PERFORM 1200-CARGAR-ROLES THRU 1200-EXIT
023100     IF MODO-ROLES
023200         PERFORM 1300-CARGAR-ASIGNACIONES THRU 1300-EXIT
023300     END-IF.
023400 1000-EXIT.
023500     EXIT.
023600*================================================================
023700 1100-CARGAR-OPERADORES.
023800*================================================================
023900     OPEN INPUT OPERADOR-MAST
024000     IF WS-MAST-NO-EXISTE
024100         GO TO 1100-EXIT
024200     END-IF
024300     PERFORM 1110-LEER-OPERADOR THRU 1110-EXIT
024400     PERFORM 1120-CARGAR-OPERADOR THRU 1120-EXIT
024500         UNTIL WS-MAST-FIN-FICHERO
024600     CLOSE OPERADOR-MAST.
024700 1100-EXIT.
024800     EXIT.
024900*================================================================
025000 1110-LEER-OPERADOR.
025100*================================================================
025200     READ OPERADOR-MAST
025300         AT END
025400             MOVE "10" TO WS-MAST-STATUS
025500     END-READ.
025600 1110-EXIT.
025700     EXIT.
025800*================================================================
025900 1120-CARGAR-OPERADOR.
026000*================================================================
026100     IF OPE-ID NOT = SPACES AND WS-NUM-OPERADORES < 100
026200         ADD 1 TO WS-NUM-OPERADORES
026300         MOVE OPE-ID     TO WS-OPE-ID(WS-NUM-OPERADORES)
026400         MOVE OPE-NOMBRE TO WS-OPE-NOMBRE(WS-NUM-OPERADORES)
026500         MOVE OPE-PERM-MANTDIV
026600             TO WS-OPE-MANTDIV(WS-NUM-OPERADORES)
026700         MOVE OPE-PERM-RESUBMIT
026800             TO WS-OPE-RESUBMIT(WS-NUM-OPERADORES)
026900         MOVE OPE-PERM-ARCHAUD
027000             TO WS-OPE-ARCHAUD(WS-NUM-OPERADORES)
027100         MOVE OPE-PERM-ANULACION
027200             TO WS-OPE-ANULA(WS-NUM-OPERADORES)
027300         MOVE OPE-ACTIVO TO WS-OPE-ACTIVO(WS-NUM-OPERADORES)
027400         MOVE "N"        TO WS-OPE-CON-ROL(WS-NUM-OPERADORES)
027500     END-IF
027600     PERFORM 1110-LEER-OPERADOR THRU 1110-EXIT.
027700 1120-EXIT.
027800     EXIT.
027900*================================================================
028000 1200-CARGAR-ROLES.
028100*================================================================
028200*    COMO EN OPERSEG, LA EXISTENCIA DE ROLMAST DECIDE EL MODO.
028300     OPEN INPUT ROL-MAST
028400     IF WS-ROL-NO-EXISTE
028500         GO TO 1200-EXIT
028600     END-IF
028700     SET MODO-ROLES TO TRUE
028800     PERFORM 1210-LEER-ROL THRU 1210-EXIT
028900     PERFORM 1220-CARGAR-ROL THRU 1220-EXIT
029000         UNTIL WS-ROL-FIN-FICHERO
029100     CLOSE ROL-MAST.
029200 1200-EXIT.
029300     EXIT.
029400*================================================================
029500 1210-LEER-ROL.
029600*================================================================
029700     READ ROL-MAST
029800         AT END
029900             MOVE "10" TO WS-ROL-STATUS
030000     END-READ.
030100 1210-EXIT.
030200     EXIT.
030300*================================================================
030400 1220-CARGAR-ROL.
030500*================================================================
030600     IF ROL-ID NOT = SPACES AND WS-NUM-ROLES < 100
030700         ADD 1 TO WS-NUM-ROLES
030800         MOVE ROL-ID TO WS-ROL-ID(WS-NUM-ROLES)
030900         MOVE ROL-DESCRIPCION TO WS-ROL-DESCRIPCION(WS-NUM-ROLES)
031000         PERFORM 1225-CARGAR-PERMISO THRU 1225-EXIT
031100             VARYING WS-IDX-PER FROM 1 BY 1
031200             UNTIL WS-IDX-PER > 12
031300         MOVE 0 TO WS-ROL-TITULARES(WS-NUM-ROLES)
031400     END-IF
031500     PERFORM 1210-LEER-ROL THRU 1210-EXIT.
031600 1220-EXIT.
031700     EXIT.
031800*================================================================
031900 1225-CARGAR-PERMISO.
032000*================================================================
032100     MOVE ROL-PERMISO(WS-IDX-PER)
032200         TO WS-ROL-PERMISO(WS-NUM-ROLES, WS-IDX-PER).
032300 1225-EXIT.
032400     EXIT.
032500*================================================================
032600 1300-CARGAR-ASIGNACIONES.
032700*================================================================
032800     OPEN INPUT OPE-ROL
032900     IF WS-ASG-NO-EXISTE
033000         GO TO 1300-EXIT
033100     END-IF
033200     PERFORM 1310-LEER-ASIGNACION THRU 1310-EXIT
033300     PERFORM 1320-CARGAR-ASIGNACION THRU 1320-EXIT
033400         UNTIL WS-ASG-FIN-FICHERO
033500     CLOSE OPE-ROL.
033600 1300-EXIT.
033700     EXIT.
033800*================================================================
033900 1310-LEER-ASIGNACION.
034000*================================================================
034100     READ OPE-ROL
034200         AT END
034300             MOVE "10" TO WS-ASG-STATUS
034400     END-READ.
034500 1310-EXIT.
034600     EXIT.
034700*================================================================
034800 1320-CARGAR-ASIGNACION.
034900*================================================================
035000*    INSERCION ORDENADA: SE BUSCA EL PRIMER HUECO CON CLAVE
035100*    MAYOR, SE CORRE EL RESTO UNA POSICION Y SE COLOCA ALLI.
035200     IF ASG-OPERADOR = SPACES OR WS-NUM-ASIGNACIONES >= 1000
035300         GO TO 1320-LEER
035400     END-IF
035500     MOVE ASG-SUPERVISOR    TO WS-NUEVA-SUPERVISOR
035600     MOVE ASG-OPERADOR      TO WS-NUEVA-OPERADOR
035700     MOVE ASG-ROL           TO WS-NUEVA-ROL
035800     MOVE ASG-FECHA-ALTA    TO WS-NUEVA-FECHA-ALTA
035900     MOVE ASG-CONCEDIDO-POR TO WS-NUEVA-CONCEDIDO-POR
036000     MOVE 0 TO WS-IDX-HUECO
036100     PERFORM 1330-BUSCAR-HUECO THRU 1330-EXIT
036200         VARYING WS-IDX FROM 1 BY 1
036300         UNTIL WS-IDX > WS-NUM-ASIGNACIONES OR WS-IDX-HUECO > 0
036400     IF WS-IDX-HUECO = 0
036500         COMPUTE WS-IDX-HUECO = WS-NUM-ASIGNACIONES + 1
036600     ELSE
036700         PERFORM 1340-CORRER-ASIGNACION THRU 1340-EXIT
036800             VARYING WS-IDX FROM WS-NUM-ASIGNACIONES BY -1
036900             UNTIL WS-IDX < WS-IDX-HUECO
037000     END-IF
037100     ADD 1 TO WS-NUM-ASIGNACIONES
037200     MOVE WS-ASG-NUEVA TO WS-ASG-ENTRY(WS-IDX-HUECO).
037300 1320-LEER.
037400     PERFORM 1310-LEER-ASIGNACION THRU 1310-EXIT.
037500 1320-EXIT.
037600     EXIT.
037700*================================================================
037800 1330-BUSCAR-HUECO.
037900*================================================================
038000     IF WS-ASG-CLAVE(WS-IDX) > WS-NUEVA-CLAVE
038100         MOVE WS-IDX TO WS-IDX-HUECO
038200     END-IF.
038300 1330-EXIT.
038400     EXIT.
038500*================================================================
038600 1340-CORRER-ASIGNACION.
038700*================================================================
038800     MOVE WS-ASG-ENTRY(WS-IDX) TO WS-ASG-ENTRY(WS-IDX + 1).
038900 1340-EXIT.
039000     EXIT.
039100*================================================================
039200 2000-LISTAR-ASIGNACION.
039300*================================================================
039400*    AL CAMBIAR DE SUPERVISOR SE CIERRA EL BLOQUE ANTERIOR CON SU
039500*    LINEA DE FIRMA Y SE ABRE EL NUEVO CON SU CABECERA.
039600     IF WS-ASG-SUPERVISOR(WS-IDX-ASG) NOT = WS-SUPERVISOR-ACTUAL
039700         IF WS-IDX-ASG > 1
039800             PERFORM 2900-CERRAR-BLOQUE THRU 2900-EXIT
039900         END-IF
040000         PERFORM 2100-ABRIR-BLOQUE THRU 2100-EXIT
040100     END-IF
040200     MOVE SPACES TO DET-MARCA
040300     MOVE WS-ASG-OPERADOR(WS-IDX-ASG) TO DET-OPERADOR
040400     MOVE WS-ASG-ROL(WS-IDX-ASG)      TO DET-ROL
040500     MOVE WS-ASG-FECHA-ALTA(WS-IDX-ASG) TO DET-FECHA-ALTA
040600     MOVE WS-ASG-CONCEDIDO-POR(WS-IDX-ASG) TO DET-CONCEDIDO
040700     MOVE WS-ASG-OPERADOR(WS-IDX-ASG) TO WS-BUSCA-OPERADOR
040800     PERFORM 2700-BUSCAR-OPERADOR THRU 2700-EXIT
040900     MOVE WS-ASG-ROL(WS-IDX-ASG) TO WS-BUSCA-ROL
041000     PERFORM 2750-BUSCAR-ROL THRU 2750-EXIT
041100     IF WS-OPE-HALLADO = 0
041200         MOVE SPACES TO DET-NOMBRE
041300         MOVE "?"    TO DET-ACTIVO
041400     ELSE
041500         MOVE WS-OPE-NOMBRE(WS-OPE-HALLADO) TO DET-NOMBRE
041600         MOVE WS-OPE-ACTIVO(WS-OPE-HALLADO) TO DET-ACTIVO
041700         MOVE "S" TO WS-OPE-CON-ROL(WS-OPE-HALLADO)
041800     END-IF
041900     IF WS-ROL-HALLADO > 0
042000         ADD 1 TO WS-ROL-TITULARES(WS-ROL-HALLADO)
042100     END-IF
042200     EVALUATE TRUE
042300         WHEN WS-OPE-HALLADO = 0
042400             MOVE "OPERADOR NO EXISTE - REVOCAR" TO DET-MARCA
042500         WHEN WS-OPE-ACTIVO(WS-OPE-HALLADO) NOT = "S"
042600             MOVE "OPERADOR INACTIVO - REVOCAR" TO DET-MARCA
042700         WHEN WS-ROL-HALLADO = 0
042800             MOVE "ROL NO EXISTE - REVOCAR" TO DET-MARCA
042900         WHEN WS-ASG-CONCEDIDO-POR(WS-IDX-ASG) =
043000              WS-ASG-OPERADOR(WS-IDX-ASG)
043100             MOVE "CONCEDIDO A SI MISMO - REVISAR" TO DET-MARCA
043200     END-EVALUATE
043300     IF DET-MARCA NOT = SPACES
043400         ADD 1 TO WS-TOTAL-ANOMALIAS
043500     END-IF
043600     WRITE RPT-LINEA FROM WS-LINEA-DETALLE
043700     IF WS-ROL-HALLADO > 0
043800         PERFORM 2200-LISTAR-PERMISOS THRU 2200-EXIT
043900     END-IF.
044000 2000-EXIT.
044100     EXIT.
044200*================================================================
044300 2100-ABRIR-BLOQUE.
044400*================================================================
044500     MOVE WS-ASG-SUPERVISOR(WS-IDX-ASG) TO WS-SUPERVISOR-ACTUAL
044600     ADD 1 TO WS-TOTAL-SUPERVISORES
044700     MOVE WS-SUPERVISOR-ACTUAL TO SUP-ID
044800     MOVE SPACES TO SUP-NOMBRE
044900     MOVE SPACES TO SUP-MARCA
045000     MOVE WS-SUPERVISOR-ACTUAL TO WS-BUSCA-OPERADOR
045100     PERFORM 2700-BUSCAR-OPERADOR THRU 2700-EXIT
045200     EVALUATE TRUE
045300         WHEN WS-SUPERVISOR-ACTUAL = SPACES
045400             MOVE "SIN SUPERVISOR - ASIGNAR UNO" TO SUP-MARCA
045500         WHEN WS-OPE-HALLADO = 0
045600             MOVE "SUPERVISOR NO EXISTE - REASIGNAR" TO SUP-MARCA
045700         WHEN WS-OPE-ACTIVO(WS-OPE-HALLADO) NOT = "S"
045800             MOVE WS-OPE-NOMBRE(WS-OPE-HALLADO) TO SUP-NOMBRE
045900             MOVE "SUPERVISOR INACTIVO - REASIGNAR" TO SUP-MARCA
046000         WHEN OTHER
046100             MOVE WS-OPE-NOMBRE(WS-OPE-HALLADO) TO SUP-NOMBRE
046200     END-EVALUATE
046300     IF SUP-MARCA NOT = SPACES
046400         ADD 1 TO WS-TOTAL-ANOMALIAS
046500     END-IF
046600     WRITE RPT-LINEA FROM WS-LINEA-SUPERVISOR
046700     WRITE RPT-LINEA FROM WS-LINEA-CABECERA.
046800 2100-EXIT.
046900     EXIT.
047000*================================================================
047100 2200-LISTAR-PERMISOS.
047200*================================================================
047300*    DEBAJO DE CADA ASIGNACION, LOS PERMISOS QUE DA EL ROL.
047400     MOVE SPACES TO WS-LINEA-PERMISOS
047500     MOVE "             PERMISOS:" TO WS-LINEA-PERMISOS
047600     MOVE 24 TO WS-PUNTERO
047700     PERFORM 2210-PONER-PERMISO THRU 2210-EXIT
047800         VARYING WS-IDX-PER FROM 1 BY 1
047900         UNTIL WS-IDX-PER > 12
048000     WRITE RPT-LINEA FROM WS-LINEA-PERMISOS.
048100 2200-EXIT.
048200     EXIT.
048300*================================================================
048400 2210-PONER-PERMISO.
048500*================================================================
048600     IF WS-ROL-PERMISO(WS-ROL-HALLADO, WS-IDX-PER) NOT = SPACES
048700         STRING WS-ROL-PERMISO(WS-ROL-HALLADO, WS-IDX-PER)
048800                 DELIMITED BY SPACE
048900             " " DELIMITED BY SIZE
049000             INTO WS-LINEA-PERMISOS
049100             WITH POINTER WS-PUNTERO
049200         END-STRING
049300     END-IF.
049400 2210-EXIT.
049500     EXIT.
049600*================================================================
049700 2700-BUSCAR-OPERADOR.
049800*================================================================
049900     MOVE 0 TO WS-OPE-HALLADO
050000     PERFORM 2710-COMPARAR-OPERADOR THRU 2710-EXIT
050100         VARYING WS-IDX FROM 1 BY 1
050200         UNTIL WS-IDX > WS-NUM-OPERADORES OR WS-OPE-HALLADO > 0.
050300 2700-EXIT.
050400     EXIT.
050500*================================================================
050600 2710-COMPARAR-OPERADOR.
050700*================================================================
050800     IF WS-OPE-ID(WS-IDX) = WS-BUSCA-OPERADOR
050900         MOVE WS-IDX TO WS-OPE-HALLADO
051000     END-IF.
051100 2710-EXIT.
051200     EXIT.
051300*================================================================
051400 2750-BUSCAR-ROL.
051500*================================================================
051600     MOVE 0 TO WS-ROL-HALLADO
051700     PERFORM 2760-COMPARAR-ROL THRU 2760-EXIT
051800         VARYING WS-IDX FROM 1 BY 1
051900         UNTIL WS-IDX > WS-NUM-ROLES OR WS-ROL-HALLADO > 0.
052000 2750-EXIT.
052100     EXIT.
052200*================================================================
052300 2760-COMPARAR-ROL.
052400*================================================================
052500     IF WS-ROL-ID(WS-IDX) = WS-BUSCA-ROL
052600         MOVE WS-IDX TO WS-ROL-HALLADO
052700     END-IF.
052800 2760-EXIT.
052900     EXIT.
053000*================================================================
053100 2900-CERRAR-BLOQUE.
053200*================================================================
053300     MOVE SPACES TO RPT-LINEA
053400     WRITE RPT-LINEA
053500     WRITE RPT-LINEA FROM WS-LINEA-FIRMA
053600     MOVE SPACES TO RPT-LINEA
053700     WRITE RPT-LINEA.
053800 2900-EXIT.
053900     EXIT.
054000*================================================================
054100 3000-LISTAR-SIN-ROL.
054200*================================================================
054300*    UN OPERADOR ACTIVO SIN ROL NO PUEDE HACER NADA SENSIBLE; SE
054400*    LISTA PARA QUE SE LE DE ROL O SE LE DE DE BAJA.
054500     MOVE "OPERADORES ACTIVOS SIN NINGUN ROL" TO RPT-LINEA
054600     WRITE RPT-LINEA
054700     PERFORM 3100-PROBAR-SIN-ROL THRU 3100-EXIT
054800         VARYING WS-IDX-ASG FROM 1 BY 1
054900         UNTIL WS-IDX-ASG > WS-NUM-OPERADORES
055000     IF WS-TOTAL-SIN-ROL = 0
055100         MOVE "  (NINGUNO)" TO RPT-LINEA
055200         WRITE RPT-LINEA
055300     END-IF
055400     MOVE SPACES TO RPT-LINEA
055500     WRITE RPT-LINEA.
055600 3000-EXIT.
055700     EXIT.
055800*================================================================
055900 3100-PROBAR-SIN-ROL.
056000*================================================================
056100     IF WS-OPE-ACTIVO(WS-IDX-ASG) = "S"
056200      AND WS-OPE-CON-ROL(WS-IDX-ASG) = "N"
056300         ADD 1 TO WS-TOTAL-SIN-ROL
056400         MOVE SPACES TO WS-LINEA-DETALLE
056500         MOVE WS-OPE-ID(WS-IDX-ASG)     TO DET-OPERADOR
056600         MOVE WS-OPE-NOMBRE(WS-IDX-ASG) TO DET-NOMBRE
056700         MOVE WS-OPE-ACTIVO(WS-IDX-ASG) TO DET-ACTIVO
056800         WRITE RPT-LINEA FROM WS-LINEA-DETALLE
056900     END-IF.
057000 3100-EXIT.
057100     EXIT.
057200*================================================================
057300 3500-LISTAR-ROLES-VACIOS.
057400*================================================================
057500     MOVE "ROLES SIN TITULARES" TO RPT-LINEA
057600     WRITE RPT-LINEA
057700     PERFORM 3600-PROBAR-ROL-VACIO THRU 3600-EXIT
057800         VARYING WS-IDX-ASG FROM 1 BY 1
057900         UNTIL WS-IDX-ASG > WS-NUM-ROLES
058000     IF WS-TOTAL-ROLES-VACIOS = 0
058100         MOVE "  (NINGUNO)" TO RPT-LINEA
058200         WRITE RPT-LINEA
058300     END-IF
058400     MOVE SPACES TO RPT-LINEA
058500     WRITE RPT-LINEA.
058600 3500-EXIT.
058700     EXIT.
058800*================================================================
058900 3600-PROBAR-ROL-VACIO.
059000*================================================================
059100     IF WS-ROL-TITULARES(WS-IDX-ASG) = 0
059200         ADD 1 TO WS-TOTAL-ROLES-VACIOS
059300         MOVE SPACES TO RPT-LINEA
059400         STRING "  " DELIMITED BY SIZE
059500             WS-ROL-ID(WS-IDX-ASG) DELIMITED BY SIZE
059600             " " DELIMITED BY SIZE
059700             WS-ROL-DESCRIPCION(WS-IDX-ASG) DELIMITED BY SIZE
059800             INTO RPT-LINEA
059900         END-STRING
060000         WRITE RPT-LINEA
060100     END-IF.
060200 3600-EXIT.
060300     EXIT.
060400*================================================================
060500 4000-LISTAR-MARCAS.
060600*================================================================
060700*    SIN MAESTRO DE ROLES LOS PERMISOS SON LAS MARCAS DE OPERMAST:
060800*    UN SOLO BLOQUE, FIRMADO POR EL RESPONSABLE DE OPERACION.
060900     MOVE "SIN ROLMAST: PERMISOS SEGUN MARCAS DE OPERMAST"
061000         TO RPT-LINEA
061100     WRITE RPT-LINEA
061200     PERFORM 4100-LISTAR-OPERADOR THRU 4100-EXIT
061300         VARYING WS-IDX-ASG FROM 1 BY 1
061400         UNTIL WS-IDX-ASG > WS-NUM-OPERADORES
061500     PERFORM 2900-CERRAR-BLOQUE THRU 2900-EXIT.
061600 4000-EXIT.
061700     EXIT.
061800*================================================================
061900 4100-LISTAR-OPERADOR.
062000*================================================================
062100     MOVE SPACES TO WS-LINEA-DETALLE
062200     MOVE WS-OPE-ID(WS-IDX-ASG)     TO DET-OPERADOR
062300     MOVE WS-OPE-NOMBRE(WS-IDX-ASG) TO DET-NOMBRE
062400     MOVE WS-OPE-ACTIVO(WS-IDX-ASG) TO DET-ACTIVO
062500     IF WS-OPE-ACTIVO(WS-IDX-ASG) NOT = "S"
062600      AND (WS-OPE-MANTDIV(WS-IDX-ASG) = "S"
062700       OR WS-OPE-RESUBMIT(WS-IDX-ASG) = "S"
062800       OR WS-OPE-ARCHAUD(WS-IDX-ASG) = "S"
062900       OR WS-OPE-ANULA(WS-IDX-ASG) = "S")
063000         MOVE "INACTIVO CON MARCAS - REVOCAR" TO DET-MARCA
063100         ADD 1 TO WS-TOTAL-ANOMALIAS
063200     END-IF
063300     WRITE RPT-LINEA FROM WS-LINEA-DETALLE
063400     MOVE SPACES TO WS-LINEA-PERMISOS
063500     MOVE "             PERMISOS:" TO WS-LINEA-PERMISOS
063600     MOVE 24 TO WS-PUNTERO
063700     IF WS-OPE-MANTDIV(WS-IDX-ASG) = "S"
063800         STRING "MANTDIV " DELIMITED BY SIZE
063900             INTO WS-LINEA-PERMISOS WITH POINTER WS-PUNTERO
064000         END-STRING
064100     END-IF
064200     IF WS-OPE-RESUBMIT(WS-IDX-ASG) = "S"
064300         STRING "RESUBMIT " DELIMITED BY SIZE
064400             INTO WS-LINEA-PERMISOS WITH POINTER WS-PUNTERO
064500         END-STRING
064600     END-IF
064700     IF WS-OPE-ARCHAUD(WS-IDX-ASG) = "S"
064800         STRING "ARCHAUD " DELIMITED BY SIZE
064900             INTO WS-LINEA-PERMISOS WITH POINTER WS-PUNTERO
065000         END-STRING
065100     END-IF
065200     IF WS-OPE-ANULA(WS-IDX-ASG) = "S"
065300         STRING "ANULACION " DELIMITED BY SIZE
065400             INTO WS-LINEA-PERMISOS WITH POINTER WS-PUNTERO
065500         END-STRING
065600     END-IF
065700     WRITE RPT-LINEA FROM WS-LINEA-PERMISOS.
065800 4100-EXIT.
065900     EXIT.
066000*================================================================
066100 9000-TERMINATE.
066200*================================================================
066300     MOVE SPACES TO WS-LINEA-RESUMEN
066400     MOVE "OPERADORES EN EL MAESTRO"  TO RES-ETIQUETA
066500     MOVE WS-NUM-OPERADORES           TO RES-VALOR
066600     WRITE RPT-LINEA FROM WS-LINEA-RESUMEN
066700     MOVE "ASIGNACIONES LISTADAS"     TO RES-ETIQUETA
066800     MOVE WS-NUM-ASIGNACIONES         TO RES-VALOR
066900     WRITE RPT-LINEA FROM WS-LINEA-RESUMEN
067000     MOVE "SUPERVISORES QUE FIRMAN"   TO RES-ETIQUETA
067100     MOVE WS-TOTAL-SUPERVISORES       TO RES-VALOR
067200     WRITE RPT-LINEA FROM WS-LINEA-RESUMEN
067300     MOVE "ANOMALIAS A REVISAR"       TO RES-ETIQUETA
067400     MOVE WS-TOTAL-ANOMALIAS          TO RES-VALOR
067500     WRITE RPT-LINEA FROM WS-LINEA-RESUMEN
067600     IF WS-TOTAL-ANOMALIAS > 0 AND RETURN-CODE < 4
067700         MOVE 4 TO RETURN-CODE
067800     END-IF
067900     CLOSE RECERT-RPT.
068000 9000-EXIT.
068100     EXIT.
068200 END PROGRAM RECERTIF.
