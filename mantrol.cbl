000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MANTROL.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MANTENIMIENTO DE LOS ROLES
001300*                    DE OPERADOR: EL MAESTRO DE ROLES ROLMAST
001400*                    (ROL, DESCRIPCION Y HASTA 12 PERMISOS) Y LAS
001500*                    ASIGNACIONES OPEROL (OPERADOR, ROL Y
001600*                    SUPERVISOR QUE RESPONDE DEL ACCESO). LAS
001700*                    TRANSACCIONES ROLTRAN (A ALTA, C CAMBIO, B
001800*                    BAJA) TRAEN EL TIPO ROL O ASG. EXIGE OPERADOR
001900*                    CON PERMISO MANTROL (MODULO OPERSEG), QUE NO
002000*                    PUEDE TOCAR SUS PROPIAS ASIGNACIONES; CADA
002100*                    TRANSACCION QUEDA EN EL INFORME ROLRPT Y EN
002200*                    LA AUDITORIA DEL DIA. LOS DOS FICHEROS SE
002300*                    REGRABAN ENTEROS, COMO HACE MANTCAL CON
002400*                    CALENLAB, SALVO QUE NINGUN OPERADOR ACTIVO
002500*                    CONSERVE EL PERMISO MANTROL (RC 8).
002510* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
002520*                    ROLES Y ASIGNACIONES SE PASAN AL LEER Y AL
002530*                    REGRABAR LOS DOS FICHEROS; SUS ALTAS,
002540*                    CAMBIOS Y BAJAS QUEDAN EN CAMBLOG CON UN
002550*                    SOLO LOTE, QUE SALE EN EL RESUMEN.
002600*----------------------------------------------------------------
002700* EL ROL SE DA DE ALTA CON AL MENOS UN PERMISO Y SIN PERMISOS
002800* REPETIDOS; EL CAMBIO SUSTITUYE DESCRIPCION Y PERMISOS ENTEROS;
002900* LA BAJA SOLO SE ADMITE SI YA NADIE TIENE EL ROL. LA ASIGNACION
003000* EXIGE OPERADOR ACTIVO EN OPERMAST, ROL EXISTENTE Y SUPERVISOR
003100* (OTRO OPERADOR DEL MAESTRO); EL CAMBIO SOLO MUEVE EL SUPERVISOR.
003200* LA FECHA DE ALTA ES LA DE NEGOCIO (MODULO FECHANEG) Y QUIEN LA
003300* CONCEDE, EL OPERADOR QUE FIRMA LA PASADA.
003400*----------------------------------------------------------------
003500 ENVIRONMENT     DIVISION.
003600 INPUT-OUTPUT    SECTION.
003700 FILE-CONTROL.
003800     SELECT ROL-MAST ASSIGN TO "ROLMAST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ROL-STATUS.
004100     SELECT OPE-ROL ASSIGN TO "OPEROL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ASG-STATUS.
004400     SELECT OPERADOR-MAST ASSIGN TO "OPERMAST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MAST-STATUS.
004700     SELECT ROL-TRAN ASSIGN TO "ROLTRAN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TRAN-STATUS.
005000     SELECT MANTENIMIENTO-RPT ASSIGN TO "ROLRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA            DIVISION.
005300 FILE            SECTION.
005400 FD  ROL-MAST
005500     RECORDING MODE IS F.
005600     COPY ROLREG.
005700 FD  OPE-ROL
005800     RECORDING MODE IS F.
005900     COPY ASGREG.
006000 FD  OPERADOR-MAST
006100     RECORDING MODE IS F.
006200 01  OPE-REGISTRO.
006300     05  OPE-ID              PIC X(08).
006400     05  OPE-NOMBRE          PIC X(30).
006500     05  OPE-PERM-MANTDIV    PIC X(01).
006600     05  OPE-PERM-RESUBMIT   PIC X(01).
006700     05  OPE-PERM-ARCHAUD    PIC X(01).
006800     05  OPE-PERM-ANULACION  PIC X(01).
006900     05  OPE-ACTIVO          PIC X(01).
007000 FD  ROL-TRAN
007100     RECORDING MODE IS F.
007200 01  TRAN-REGISTRO.
007300     05  TRAN-ACCION         PIC X(01).
007400     05  TRAN-TIPO           PIC X(03).
007500     05  TRAN-DATOS          PIC X(158).
007600     05  TRAN-ROL REDEFINES TRAN-DATOS.
007700         10  TRAN-ROL-ID     PIC X(08).
007800         10  TRAN-ROL-DESCRIPCION
007900                             PIC X(30).
008000         10  TRAN-ROL-PERMISO OCCURS 12 TIMES
008100                             PIC X(10).
008200     05  TRAN-ASG REDEFINES TRAN-DATOS.
008300         10  TRAN-ASG-OPERADOR
008400                             PIC X(08).
008500         10  TRAN-ASG-ROL    PIC X(08).
008600         10  TRAN-ASG-SUPERVISOR
008700                             PIC X(08).
008800         10  FILLER          PIC X(134).
008900 FD  MANTENIMIENTO-RPT
009000     RECORDING MODE IS F.
009100 01  RPT-REGISTRO.
009200     05  RPT-ACCION          PIC X(01).
009300     05  FILLER              PIC X(01) VALUE SPACE.
009400     05  RPT-TIPO            PIC X(03).
009500     05  FILLER              PIC X(01) VALUE SPACE.
009600     05  RPT-CLAVE-1         PIC X(08).
009700     05  FILLER              PIC X(01) VALUE SPACE.
009800     05  RPT-CLAVE-2         PIC X(08).
009900     05  FILLER              PIC X(01) VALUE SPACE.
010000     05  RPT-SUPERVISOR      PIC X(08).
010100     05  FILLER              PIC X(01) VALUE SPACE.
010200     05  RPT-ESTADO          PIC X(09).
010300     05  FILLER              PIC X(01) VALUE SPACE.
010400     05  RPT-MOTIVO          PIC X(30).
010500 01  RPT-RESUMEN-REGISTRO.
010600     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010700     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
010800 WORKING-STORAGE SECTION.
010900*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
011000     COPY OPSSTD.
011100*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
011200     COPY AUDREG.
011300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
011400     COPY FECNEG.
011410*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
011420     COPY CAMSTD.
011500 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
011600     88  OPERADOR-VALIDO             VALUE "S".
011700 01  WS-ROL-STATUS           PIC X(02).
011800     88  WS-ROL-NO-EXISTE            VALUE "35".
011900     88  WS-ROL-FIN-FICHERO          VALUE "10".
012000 01  WS-ASG-STATUS           PIC X(02).
012100     88  WS-ASG-NO-EXISTE            VALUE "35".
012200     88  WS-ASG-FIN-FICHERO          VALUE "10".
012300 01  WS-MAST-STATUS          PIC X(02).
012400     88  WS-MAST-NO-EXISTE           VALUE "35".
012500     88  WS-MAST-FIN-FICHERO         VALUE "10".
012600 01  WS-TRAN-STATUS          PIC X(02).
012700     88  WS-TRAN-NO-EXISTE           VALUE "35".
012800     88  WS-TRAN-FIN-FICHERO         VALUE "10".
012900 01  WS-SWITCHES.
013000     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
013100         88  TRAN-MALA               VALUE "S".
013200     05  WS-HAY-GUARDIAN     PIC X(01) VALUE "N".
013300         88  HAY-GUARDIAN            VALUE "S".
013400 01  WS-MOTIVO               PIC X(30).
013500 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
013600 01  WS-IDX-ASG              PIC 9(04) COMP VALUE ZERO.
013700 01  WS-IDX-PER              PIC 9(04) COMP VALUE ZERO.
013800 01  WS-IDX-PER-2            PIC 9(04) COMP VALUE ZERO.
013900 01  WS-ROL-HALLADO          PIC 9(04) COMP VALUE ZERO.
014000 01  WS-ASG-HALLADA          PIC 9(04) COMP VALUE ZERO.
014100 01  WS-OPE-HALLADO          PIC 9(04) COMP VALUE ZERO.
014200 01  WS-PERMISOS-DADOS       PIC 9(04) COMP VALUE ZERO.
014300 01  WS-PERMISOS-MALOS       PIC 9(04) COMP VALUE ZERO.
014400 01  WS-TITULARES            PIC 9(04) COMP VALUE ZERO.
014500*    CLAVES DE BUSQUEDA EN LAS TABLAS.
014600 01  WS-BUSCA-ROL            PIC X(08) VALUE SPACES.
014700 01  WS-BUSCA-OPERADOR       PIC X(08) VALUE SPACES.
014800*    ROLES DEL MAESTRO EN MEMORIA, EN EL ORDEN DEL FICHERO; LAS
014900*    ALTAS SE ANADEN AL FINAL Y LAS BAJAS SOLO SE MARCAN.
015000 01  WS-TABLA-ROLES.
015100     05  WS-NUM-ROLES        PIC 9(04) COMP VALUE ZERO.
015200     05  WS-ROL-ENTRY OCCURS 100 TIMES.
015300         10  WS-ROL-ID       PIC X(08).
015400         10  WS-ROL-DESCRIPCION
015500                             PIC X(30).
015600         10  WS-ROL-PERMISO  OCCURS 12 TIMES
015700                             PIC X(10).
015800         10  WS-ROL-BORRADO  PIC X(01).
015900*    ASIGNACIONES VIGENTES, CON LA MISMA REGLA DE ALTAS Y BAJAS.
016000 01  WS-TABLA-ASIGNACIONES.
016100     05  WS-NUM-ASIGNACIONES PIC 9(04) COMP VALUE ZERO.
016200     05  WS-ASG-ENTRY OCCURS 1000 TIMES.
016300         10  WS-ASG-OPERADOR PIC X(08).
016400         10  WS-ASG-ROL      PIC X(08).
016500         10  WS-ASG-SUPERVISOR
016600                             PIC X(08).
016700         10  WS-ASG-FECHA-ALTA
016800                             PIC 9(08).
016900         10  WS-ASG-CONCEDIDO-POR
017000                             PIC X(08).
017100         10  WS-ASG-BORRADA  PIC X(01).
017200*    OPERADORES DEL MAESTRO: SOLO HACE FALTA SABER SI EXISTEN Y
017300*    SI ESTAN ACTIVOS.
017400 01  WS-TABLA-OPERADORES.
017500     05  WS-NUM-OPERADORES   PIC 9(04) COMP VALUE ZERO.
017600     05  WS-OPE-ENTRY OCCURS 100 TIMES.
017700         10  WS-OPE-ID       PIC X(08).
017800         10  WS-OPE-ACTIVO   PIC X(01).
017900 01  WS-CONTADORES.
018000     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
018100     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
018200     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
018300     05  WS-TOTAL-ROLES      PIC 9(05) COMP VALUE ZERO.
018400     05  WS-TOTAL-ASIGNACIONES
018500                             PIC 9(05) COMP VALUE ZERO.
018600 PROCEDURE       DIVISION.
018700*================================================================
018800 0000-MAINLINE.
018900*================================================================
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019100     PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
019200     IF OPERADOR-VALIDO
019300         PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
019400             UNTIL WS-TRAN-FIN-FICHERO
019500         PERFORM 5000-COMPROBAR-GUARDIAN THRU 5000-EXIT
019600         IF HAY-GUARDIAN
019700             PERFORM 4000-REGRABAR-MAESTROS THRU 4000-EXIT
019800         END-IF
019900     END-IF
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT
020100     GOBACK.
020200*================================================================
020300 1000-INITIALIZE.
020400*================================================================
020500     OPEN OUTPUT MANTENIMIENTO-RPT
020600     MOVE SPACES TO RPT-REGISTRO
020610     MOVE SPACES TO CAM-STD-AREA
020620     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
020700     CALL "FECHANEG" USING FEC-NEG-AREA
020800     PERFORM 1100-CARGAR-ROLES THRU 1100-EXIT
020900     PERFORM 1200-CARGAR-ASIGNACIONES THRU 1200-EXIT
021000     PERFORM 1300-CARGAR-OPERADORES THRU 1300-EXIT
021100     OPEN INPUT ROL-TRAN
021200     IF WS-TRAN-NO-EXISTE
021300         MOVE "10" TO WS-TRAN-STATUS
021400     ELSE
021500         PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900*================================================================
022000 1100-CARGAR-ROLES.
022100*================================================================
022200     OPEN INPUT ROL-MAST
022300     IF WS-ROL-NO-EXISTE
022400         GO TO 1100-EXIT
022500     END-IF
022600     PERFORM 1110-LEER-ROL THRU 1110-EXIT
022700     PERFORM 1120-CARGAR-ROL THRU 1120-EXIT
022800         UNTIL WS-ROL-FIN-FICHERO
022900     CLOSE ROL-MAST.
023000 1100-EXIT.
023100     EXIT.
023200*================================================================
023300 1110-LEER-ROL.
023400*================================================================
023500     READ ROL-MAST
023600         AT END
023700             MOVE "10" TO WS-ROL-STATUS
023800     END-READ.
023900 1110-EXIT.
024000     EXIT.
024100*================================================================
024200 1120-CARGAR-ROL.
024300*================================================================
024400     IF ROL-ID NOT = SPACES AND WS-NUM-ROLES < 100
024500         ADD 1 TO WS-NUM-ROLES
024600         MOVE ROL-ID TO WS-ROL-ID(WS-NUM-ROLES)
024700         MOVE ROL-DESCRIPCION TO WS-ROL-DESCRIPCION(WS-NUM-ROLES)
024800         PERFORM 1125-CARGAR-PERMISO THRU 1125-EXIT
024900             VARYING WS-IDX-PER FROM 1 BY 1
025000             UNTIL WS-IDX-PER > 12
025100         MOVE "N" TO WS-ROL-BORRADO(WS-NUM-ROLES)
025110         MOVE "O" TO CAM-STD-FUNCION
025120         PERFORM 4900-ANOTAR-ROL THRU 4900-EXIT
025200     END-IF
025300     PERFORM 1110-LEER-ROL THRU 1110-EXIT.
025400 1120-EXIT.
025500     EXIT.
025600*================================================================
025700 1125-CARGAR-PERMISO.
025800*================================================================
025900     MOVE ROL-PERMISO(WS-IDX-PER)
026000         TO WS-ROL-PERMISO(WS-NUM-ROLES, WS-IDX-PER).
026100 1125-EXIT.
026200     EXIT.
026300*================================================================
026400 1200-CARGAR-ASIGNACIONES.
026500*================================================================
026600     OPEN INPUT OPE-ROL
026700     IF WS-ASG-NO-EXISTE
026800         GO TO 1200-EXIT
026900     END-IF
027000     PERFORM 1210-LEER-ASIGNACION THRU 1210-EXIT
027100     PERFORM 1220-CARGAR-ASIGNACION THRU 1220-EXIT
027200         UNTIL WS-ASG-FIN-FICHERO
027300     CLOSE OPE-ROL.
027400 1200-EXIT.
027500     EXIT.
027600*================================================================
027700 1210-LEER-ASIGNACION.
027800*================================================================
027900     READ OPE-ROL
028000         AT END
028100             MOVE "10" TO WS-ASG-STATUS
028200     END-READ.
028300 1210-EXIT.
028400     EXIT.
028500*================================================================
028600 1220-CARGAR-ASIGNACION.
028700*================================================================
028800     IF ASG-OPERADOR NOT = SPACES AND WS-NUM-ASIGNACIONES < 1000
028900         ADD 1 TO WS-NUM-ASIGNACIONES
029000         MOVE ASG-OPERADOR
029100             TO WS-ASG-OPERADOR(WS-NUM-ASIGNACIONES)
029200         MOVE ASG-ROL TO WS-ASG-ROL(WS-NUM-ASIGNACIONES)
029300         MOVE ASG-SUPERVISOR
029400             TO WS-ASG-SUPERVISOR(WS-NUM-ASIGNACIONES)
029500         MOVE ASG-FECHA-ALTA
029600             TO WS-ASG-FECHA-ALTA(WS-NUM-ASIGNACIONES)
029700         MOVE ASG-CONCEDIDO-POR
029800             TO WS-ASG-CONCEDIDO-POR(WS-NUM-ASIGNACIONES)
029900         MOVE "N" TO WS-ASG-BORRADA(WS-NUM-ASIGNACIONES)
029910         MOVE "O" TO CAM-STD-FUNCION
029920         PERFORM 4910-ANOTAR-ASIGNACION THRU 4910-EXIT
030000     END-IF
030100     PERFORM 1210-LEER-ASIGNACION THRU 1210-EXIT.
030200 1220-EXIT.
030300     EXIT.
030400*================================================================
030500 1300-CARGAR-OPERADORES.
030600*================================================================
030700     OPEN INPUT OPERADOR-MAST
030800     IF WS-MAST-NO-EXISTE
030900         GO TO 1300-EXIT
031000     END-IF
031100     PERFORM 1310-LEER-OPERADOR THRU 1310-EXIT
031200     PERFORM 1320-CARGAR-OPERADOR THRU 1320-EXIT
031300         UNTIL WS-MAST-FIN-FICHERO
031400     CLOSE OPERADOR-MAST.
031500 1300-EXIT.
031600     EXIT.
031700*================================================================
031800 1310-LEER-OPERADOR.
031900*================================================================
032000     READ OPERADOR-MAST
032100         AT END
032200             MOVE "10" TO WS-MAST-STATUS
032300     END-READ.
032400 1310-EXIT.
032500     EXIT.
032600*================================================================
032700 1320-CARGAR-OPERADOR.
032800*================================================================
032900     IF OPE-ID NOT = SPACES AND WS-NUM-OPERADORES < 100
033000         ADD 1 TO WS-NUM-OPERADORES
033100         MOVE OPE-ID     TO WS-OPE-ID(WS-NUM-OPERADORES)
033200         MOVE OPE-ACTIVO TO WS-OPE-ACTIVO(WS-NUM-OPERADORES)
033300     END-IF
033400     PERFORM 1310-LEER-OPERADOR THRU 1310-EXIT.
033500 1320-EXIT.
033600     EXIT.
033700*================================================================
033800 1500-COMPROBAR-OPERADOR.
033900*================================================================
034000*    SIN PERMISO MANTROL NO SE APLICA NADA: EL INFORME LO DICE
034100*    Y EL PASO TERMINA CON RC 8. EL OPERADOR VALIDADO ENCABEZA
034200*    EL INFORME DE MANTENIMIENTO.
034300     MOVE SPACES TO OPS-STD-AREA
034400     MOVE "MANTROL" TO OPS-STD-PERMISO
034500     CALL "OPERSEG" USING OPS-STD-AREA
034600     MOVE SPACES TO RPT-REGISTRO
034700     IF OPS-PERMITIDO
034800         SET OPERADOR-VALIDO TO TRUE
034900         STRING "OPERADOR: " DELIMITED BY SIZE
035000             OPS-STD-OPERADOR DELIMITED BY SIZE
035100             INTO RPT-REGISTRO
035200         END-STRING
035300     ELSE
035400         MOVE "OPERADOR SIN PERMISO MANTROL, NADA APLICADO"
035500             TO RPT-REGISTRO
035600         MOVE 8 TO RETURN-CODE
035700     END-IF
035800     WRITE RPT-REGISTRO
035900     MOVE SPACES TO RPT-REGISTRO.
036000 1500-EXIT.
036100     EXIT.
036200*================================================================
036300 2000-APLICAR-TRANSACCION.
036400*================================================================
036500     ADD 1 TO WS-TOTAL-TRANS
036600     MOVE "N" TO WS-TRAN-MALA
036700     MOVE SPACES TO WS-MOTIVO
036800     PERFORM 2200-VALIDAR-COMUN THRU 2200-EXIT
036900     IF NOT TRAN-MALA
037000         EVALUATE TRAN-ACCION ALSO TRAN-TIPO
037100             WHEN "A" ALSO "ROL"
037200                 PERFORM 2300-ALTA-ROL THRU 2300-EXIT
037300             WHEN "C" ALSO "ROL"
037400                 PERFORM 2400-CAMBIO-ROL THRU 2400-EXIT
037500             WHEN "B" ALSO "ROL"
037600                 PERFORM 2500-BAJA-ROL THRU 2500-EXIT
037700             WHEN "A" ALSO "ASG"
037800                 PERFORM 2600-ALTA-ASIGNACION THRU 2600-EXIT
037900             WHEN "C" ALSO "ASG"
038000                 PERFORM 2650-CAMBIO-ASIGNACION THRU 2650-EXIT
038100             WHEN "B" ALSO "ASG"
038200                 PERFORM 2680-BAJA-ASIGNACION THRU 2680-EXIT
038300         END-EVALUATE
038400     END-IF
038500     PERFORM 3000-ANOTAR-TRANSACCION THRU 3000-EXIT
038600     PERFORM 3500-REGISTRAR-AUDITORIA THRU 3500-EXIT
038700     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
038800 2000-EXIT.
038900     EXIT.
039000*================================================================
039100 2100-LEER-TRANSACCION.
039200*================================================================
039300     READ ROL-TRAN
039400         AT END
039500             MOVE "10" TO WS-TRAN-STATUS
039600     END-READ.
039700 2100-EXIT.
039800     EXIT.
039900*================================================================
040000 2200-VALIDAR-COMUN.
040100*================================================================
040200*    ACCION Y TIPO CONOCIDOS Y CLAVES INFORMADAS Y AJUSTADAS A LA
040300*    IZQUIERDA. NADIE TOCA SUS PROPIAS ASIGNACIONES: UN OPERADOR
040400*    NO PUEDE DARSE NI QUITARSE ACCESOS A SI MISMO.
040500     EVALUATE TRUE
040600         WHEN TRAN-ACCION NOT = "A" AND TRAN-ACCION NOT = "C"
040700          AND TRAN-ACCION NOT = "B"
040800             MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO
040900             SET TRAN-MALA TO TRUE
041000         WHEN TRAN-TIPO NOT = "ROL" AND TRAN-TIPO NOT = "ASG"
041100             MOVE "TIPO DESCONOCIDO" TO WS-MOTIVO
041200             SET TRAN-MALA TO TRUE
041300         WHEN TRAN-TIPO = "ROL"
041400          AND (TRAN-ROL-ID = SPACES OR TRAN-ROL-ID(1:1) = SPACE)
041500             MOVE "ROL MAL FORMADO" TO WS-MOTIVO
041600             SET TRAN-MALA TO TRUE
041700         WHEN TRAN-TIPO = "ROL"
041800             CONTINUE
041900         WHEN TRAN-ASG-OPERADOR = SPACES
042000          OR TRAN-ASG-OPERADOR(1:1) = SPACE
042100             MOVE "OPERADOR MAL FORMADO" TO WS-MOTIVO
042200             SET TRAN-MALA TO TRUE
042300         WHEN TRAN-ASG-ROL = SPACES OR TRAN-ASG-ROL(1:1) = SPACE
042400             MOVE "ROL MAL FORMADO" TO WS-MOTIVO
042500             SET TRAN-MALA TO TRUE
042600         WHEN TRAN-ASG-OPERADOR = OPS-STD-OPERADOR
042700             MOVE "NO SE TOCAN LOS ROLES PROPIOS" TO WS-MOTIVO
042800             SET TRAN-MALA TO TRUE
042900     END-EVALUATE.
043000 2200-EXIT.
043100     EXIT.
043200*================================================================
043300 2300-ALTA-ROL.
043400*================================================================
043500     MOVE TRAN-ROL-ID TO WS-BUSCA-ROL
043600     PERFORM 2700-BUSCAR-ROL THRU 2700-EXIT
043700     EVALUATE TRUE
043800         WHEN WS-ROL-HALLADO > 0
043900             MOVE "YA EXISTE" TO WS-MOTIVO
044000             SET TRAN-MALA TO TRUE
044100         WHEN WS-NUM-ROLES >= 100
044200             MOVE "MAESTRO DE ROLES LLENO" TO WS-MOTIVO
044300             SET TRAN-MALA TO TRUE
044400         WHEN OTHER
044500             PERFORM 2350-VALIDAR-PERMISOS THRU 2350-EXIT
044600     END-EVALUATE
044700     IF TRAN-MALA
044800         GO TO 2300-EXIT
044900     END-IF
045000     ADD 1 TO WS-NUM-ROLES
045100     MOVE WS-NUM-ROLES TO WS-ROL-HALLADO
045200     PERFORM 2380-COPIAR-ROL THRU 2380-EXIT
045300     MOVE "N" TO WS-ROL-BORRADO(WS-ROL-HALLADO).
045400 2300-EXIT.
045500     EXIT.
045600*================================================================
045700 2350-VALIDAR-PERMISOS.
045800*================================================================
045900*    AL MENOS UN PERMISO, CADA UNO AJUSTADO A LA IZQUIERDA Y
046000*    NINGUNO REPETIDO DENTRO DEL MISMO ROL.
046100     MOVE 0 TO WS-PERMISOS-DADOS
046200     MOVE 0 TO WS-PERMISOS-MALOS
046300     PERFORM 2360-PROBAR-PERMISO THRU 2360-EXIT
046400         VARYING WS-IDX-PER FROM 1 BY 1
046500         UNTIL WS-IDX-PER > 12
046600     EVALUATE TRUE
046700         WHEN WS-PERMISOS-DADOS = 0
046800             MOVE "EL ROL NO TIENE PERMISOS" TO WS-MOTIVO
046900             SET TRAN-MALA TO TRUE
047000         WHEN WS-PERMISOS-MALOS > 0
047100             MOVE "PERMISO MAL FORMADO O REPETIDO" TO WS-MOTIVO
047200             SET TRAN-MALA TO TRUE
047300     END-EVALUATE.
047400 2350-EXIT.
047500     EXIT.
047600*================================================================
047700 2360-PROBAR-PERMISO.
047800*================================================================
047900     IF TRAN-ROL-PERMISO(WS-IDX-PER) = SPACES
048000         GO TO 2360-EXIT
048100     END-IF
048200     ADD 1 TO WS-PERMISOS-DADOS
048300     IF TRAN-ROL-PERMISO(WS-IDX-PER)(1:1) = SPACE
048400         ADD 1 TO WS-PERMISOS-MALOS
048500         GO TO 2360-EXIT
048600     END-IF
048700     PERFORM 2370-COMPARAR-PERMISO THRU 2370-EXIT
048800         VARYING WS-IDX-PER-2 FROM 1 BY 1
048900         UNTIL WS-IDX-PER-2 >= WS-IDX-PER.
049000 2360-EXIT.
049100     EXIT.
049200*================================================================
049300 2370-COMPARAR-PERMISO.
049400*================================================================
049500     IF TRAN-ROL-PERMISO(WS-IDX-PER-2) =
049600        TRAN-ROL-PERMISO(WS-IDX-PER)
049700         ADD 1 TO WS-PERMISOS-MALOS
049800     END-IF.
049900 2370-EXIT.
050000     EXIT.
050100*================================================================
050200 2380-COPIAR-ROL.
050300*================================================================
050400     MOVE TRAN-ROL-ID TO WS-ROL-ID(WS-ROL-HALLADO)
050500     MOVE TRAN-ROL-DESCRIPCION
050600         TO WS-ROL-DESCRIPCION(WS-ROL-HALLADO)
050700     PERFORM 2390-COPIAR-PERMISO THRU 2390-EXIT
050800         VARYING WS-IDX-PER FROM 1 BY 1
050900         UNTIL WS-IDX-PER > 12.
051000 2380-EXIT.
051100     EXIT.
051200*================================================================
051300 2390-COPIAR-PERMISO.
051400*================================================================
051500     MOVE TRAN-ROL-PERMISO(WS-IDX-PER)
051600         TO WS-ROL-PERMISO(WS-ROL-HALLADO, WS-IDX-PER).
051700 2390-EXIT.
051800     EXIT.
051900*================================================================
052000 2400-CAMBIO-ROL.
052100*================================================================
052200*    EL CAMBIO TRAE EL ROL COMPLETO: DESCRIPCION Y PERMISOS
052300*    SUSTITUYEN A LOS DEL MAESTRO.
052400     MOVE TRAN-ROL-ID TO WS-BUSCA-ROL
052500     PERFORM 2700-BUSCAR-ROL THRU 2700-EXIT
052600     IF WS-ROL-HALLADO = 0
052700         MOVE "NO EXISTE" TO WS-MOTIVO
052800         SET TRAN-MALA TO TRUE
052900         GO TO 2400-EXIT
053000     END-IF
053100     PERFORM 2350-VALIDAR-PERMISOS THRU 2350-EXIT
053200     IF NOT TRAN-MALA
053300         PERFORM 2380-COPIAR-ROL THRU 2380-EXIT
053400     END-IF.
053500 2400-EXIT.
053600     EXIT.
053700*================================================================
053800 2500-BAJA-ROL.
053900*================================================================
054000     MOVE TRAN-ROL-ID TO WS-BUSCA-ROL
054100     PERFORM 2700-BUSCAR-ROL THRU 2700-EXIT
054200     IF WS-ROL-HALLADO = 0
054300         MOVE "NO EXISTE" TO WS-MOTIVO
054400         SET TRAN-MALA TO TRUE
054500         GO TO 2500-EXIT
054600     END-IF
054700     MOVE 0 TO WS-TITULARES
054800     PERFORM 2510-CONTAR-TITULAR THRU 2510-EXIT
054900         VARYING WS-IDX FROM 1 BY 1
055000         UNTIL WS-IDX > WS-NUM-ASIGNACIONES
055100     IF WS-TITULARES > 0
055200         MOVE "EL ROL AUN ESTA ASIGNADO" TO WS-MOTIVO
055300         SET TRAN-MALA TO TRUE
055400     ELSE
055500         MOVE "S" TO WS-ROL-BORRADO(WS-ROL-HALLADO)
055600     END-IF.
055700 2500-EXIT.
055800     EXIT.
055900*================================================================
056000 2510-CONTAR-TITULAR.
056100*================================================================
056200     IF WS-ASG-BORRADA(WS-IDX) = "N"
056300      AND WS-ASG-ROL(WS-IDX) = TRAN-ROL-ID
056400         ADD 1 TO WS-TITULARES
056500     END-IF.
056600 2510-EXIT.
056700     EXIT.
056800*================================================================
056900 2600-ALTA-ASIGNACION.
057000*================================================================
057100     MOVE TRAN-ASG-ROL TO WS-BUSCA-ROL
057200     PERFORM 2700-BUSCAR-ROL THRU 2700-EXIT
057300     PERFORM 2750-BUSCAR-ASIGNACION THRU 2750-EXIT
057400     MOVE TRAN-ASG-OPERADOR TO WS-BUSCA-OPERADOR
057500     PERFORM 2780-BUSCAR-OPERADOR THRU 2780-EXIT
057600     EVALUATE TRUE
057700         WHEN WS-OPE-HALLADO = 0
057800             MOVE "OPERADOR NO EXISTE" TO WS-MOTIVO
057900             SET TRAN-MALA TO TRUE
058000         WHEN WS-OPE-ACTIVO(WS-OPE-HALLADO) NOT = "S"
058100             MOVE "OPERADOR INACTIVO" TO WS-MOTIVO
058200             SET TRAN-MALA TO TRUE
058300         WHEN WS-ROL-HALLADO = 0
058400             MOVE "ROL NO EXISTE" TO WS-MOTIVO
058500             SET TRAN-MALA TO TRUE
058600         WHEN WS-ASG-HALLADA > 0
058700             MOVE "YA EXISTE" TO WS-MOTIVO
058800             SET TRAN-MALA TO TRUE
058900         WHEN WS-NUM-ASIGNACIONES >= 1000
059000             MOVE "FICHERO DE ASIGNACIONES LLENO" TO WS-MOTIVO
059100             SET TRAN-MALA TO TRUE
059200         WHEN OTHER
059300             PERFORM 2660-VALIDAR-SUPERVISOR THRU 2660-EXIT
059400     END-EVALUATE
059500     IF TRAN-MALA
059600         GO TO 2600-EXIT
059700     END-IF
059800     ADD 1 TO WS-NUM-ASIGNACIONES
059900     MOVE TRAN-ASG-OPERADOR
060000         TO WS-ASG-OPERADOR(WS-NUM-ASIGNACIONES)
060100     MOVE TRAN-ASG-ROL TO WS-ASG-ROL(WS-NUM-ASIGNACIONES)
060200     MOVE TRAN-ASG-SUPERVISOR
060300         TO WS-ASG-SUPERVISOR(WS-NUM-ASIGNACIONES)
060400     MOVE FEC-NEG-FECHA
060500         TO WS-ASG-FECHA-ALTA(WS-NUM-ASIGNACIONES)
060600     MOVE OPS-STD-OPERADOR
060700         TO WS-ASG-CONCEDIDO-POR(WS-NUM-ASIGNACIONES)
060800     MOVE "N" TO WS-ASG-BORRADA(WS-NUM-ASIGNACIONES).
060900 2600-EXIT.
061000     EXIT.
061100*================================================================
061200 2650-CAMBIO-ASIGNACION.
061300*================================================================
061400*    SOLO CAMBIA EL SUPERVISOR; LA FECHA DE ALTA Y QUIEN CONCEDIO
061500*    EL ACCESO SE CONSERVAN.
061600     PERFORM 2750-BUSCAR-ASIGNACION THRU 2750-EXIT
061700     IF WS-ASG-HALLADA = 0
061800         MOVE "NO EXISTE" TO WS-MOTIVO
061900         SET TRAN-MALA TO TRUE
062000         GO TO 2650-EXIT
062100     END-IF
062200     PERFORM 2660-VALIDAR-SUPERVISOR THRU 2660-EXIT
062300     IF NOT TRAN-MALA
062400         MOVE TRAN-ASG-SUPERVISOR
062500             TO WS-ASG-SUPERVISOR(WS-ASG-HALLADA)
062600     END-IF.
062700 2650-EXIT.
062800     EXIT.
062900*================================================================
063000 2660-VALIDAR-SUPERVISOR.
063100*================================================================
063200*    EL SUPERVISOR ES OTRO OPERADOR DEL MAESTRO, ACTIVO: ES QUIEN
063300*    FIRMA EL ACCESO EN LA RECERTIFICACION TRIMESTRAL.
063400     MOVE TRAN-ASG-SUPERVISOR TO WS-BUSCA-OPERADOR
063500     PERFORM 2780-BUSCAR-OPERADOR THRU 2780-EXIT
063600     EVALUATE TRUE
063700         WHEN TRAN-ASG-SUPERVISOR = SPACES
063800             MOVE "FALTA EL SUPERVISOR" TO WS-MOTIVO
063900             SET TRAN-MALA TO TRUE
064000         WHEN TRAN-ASG-SUPERVISOR = TRAN-ASG-OPERADOR
064100             MOVE "SUPERVISOR ES EL PROPIO OPERADOR" TO WS-MOTIVO
064200             SET TRAN-MALA TO TRUE
064300         WHEN WS-OPE-HALLADO = 0
064400             MOVE "SUPERVISOR NO EXISTE" TO WS-MOTIVO
064500             SET TRAN-MALA TO TRUE
064600         WHEN WS-OPE-ACTIVO(WS-OPE-HALLADO) NOT = "S"
064700             MOVE "SUPERVISOR INACTIVO" TO WS-MOTIVO
064800             SET TRAN-MALA TO TRUE
064900     END-EVALUATE.
065000 2660-EXIT.
065100     EXIT.
065200*================================================================
065300 2680-BAJA-ASIGNACION.
065400*================================================================
065500     PERFORM 2750-BUSCAR-ASIGNACION THRU 2750-EXIT
065600     IF WS-ASG-HALLADA = 0
065700         MOVE "NO EXISTE" TO WS-MOTIVO
065800         SET TRAN-MALA TO TRUE
065900     ELSE
066000         MOVE "S" TO WS-ASG-BORRADA(WS-ASG-HALLADA)
066100     END-IF.
066200 2680-EXIT.
066300     EXIT.
066400*================================================================
066500 2700-BUSCAR-ROL.
066600*================================================================
066700*    ROL WS-BUSCA-ROL ENTRE LOS NO BORRADOS; 0 SI NO ESTA.
066800     MOVE 0 TO WS-ROL-HALLADO
066900     PERFORM 2710-COMPARAR-ROL THRU 2710-EXIT
067000         VARYING WS-IDX FROM 1 BY 1
067100         UNTIL WS-IDX > WS-NUM-ROLES OR WS-ROL-HALLADO > 0.
067200 2700-EXIT.
067300     EXIT.
067400*================================================================
067500 2710-COMPARAR-ROL.
067600*================================================================
067700     IF WS-ROL-ID(WS-IDX) = WS-BUSCA-ROL
067800      AND WS-ROL-BORRADO(WS-IDX) = "N"
067900         MOVE WS-IDX TO WS-ROL-HALLADO
068000     END-IF.
068100 2710-EXIT.
068200     EXIT.
068300*================================================================
068400 2750-BUSCAR-ASIGNACION.
068500*================================================================
068600*    ASIGNACION VIGENTE DEL OPERADOR Y ROL DE LA TRANSACCION.
068700     MOVE 0 TO WS-ASG-HALLADA
068800     PERFORM 2760-COMPARAR-ASIGNACION THRU 2760-EXIT
068900         VARYING WS-IDX FROM 1 BY 1
069000         UNTIL WS-IDX > WS-NUM-ASIGNACIONES OR WS-ASG-HALLADA > 0.
069100 2750-EXIT.
069200     EXIT.
069300*================================================================
069400 2760-COMPARAR-ASIGNACION.
069500*================================================================
069600     IF WS-ASG-OPERADOR(WS-IDX) = TRAN-ASG-OPERADOR
069700      AND WS-ASG-ROL(WS-IDX) = TRAN-ASG-ROL
069800      AND WS-ASG-BORRADA(WS-IDX) = "N"
069900         MOVE WS-IDX TO WS-ASG-HALLADA
070000     END-IF.
070100 2760-EXIT.
070200     EXIT.
070300*================================================================
070400 2780-BUSCAR-OPERADOR.
070500*================================================================
070600     MOVE 0 TO WS-OPE-HALLADO
070700     PERFORM 2790-COMPARAR-OPERADOR THRU 2790-EXIT
070800         VARYING WS-IDX FROM 1 BY 1
070900         UNTIL WS-IDX > WS-NUM-OPERADORES OR WS-OPE-HALLADO > 0.
071000 2780-EXIT.
071100     EXIT.
071200*================================================================
071300 2790-COMPARAR-OPERADOR.
071400*================================================================
071500     IF WS-OPE-ID(WS-IDX) = WS-BUSCA-OPERADOR
071600         MOVE WS-IDX TO WS-OPE-HALLADO
071700     END-IF.
071800 2790-EXIT.
071900     EXIT.
072000*================================================================
072100 3000-ANOTAR-TRANSACCION.
072200*================================================================
072300     MOVE SPACES TO RPT-REGISTRO
072400     MOVE TRAN-ACCION  TO RPT-ACCION
072500     MOVE TRAN-TIPO    TO RPT-TIPO
072600     IF TRAN-TIPO = "ASG"
072700         MOVE TRAN-ASG-OPERADOR   TO RPT-CLAVE-1
072800         MOVE TRAN-ASG-ROL        TO RPT-CLAVE-2
072900         MOVE TRAN-ASG-SUPERVISOR TO RPT-SUPERVISOR
073000     ELSE
073100         MOVE TRAN-ROL-ID         TO RPT-CLAVE-1
073200     END-IF
073300     IF TRAN-MALA
073400         MOVE "RECHAZADA" TO RPT-ESTADO
073500         ADD 1 TO WS-TOTAL-RECHAZADAS
073600     ELSE
073700         MOVE "APLICADA" TO RPT-ESTADO
073800         ADD 1 TO WS-TOTAL-APLICADAS
073900     END-IF
074000     MOVE WS-MOTIVO TO RPT-MOTIVO
074100     WRITE RPT-REGISTRO.
074200 3000-EXIT.
074300     EXIT.
074400*================================================================
074500 3500-REGISTRAR-AUDITORIA.
074600*================================================================
074700*    CADA TRANSACCION, APLICADA O NO, QUEDA EN LA AUDITORIA DEL
074800*    DIA CON EL ROL O LA ASIGNACION TOCADA Y EL OPERADOR QUE LA
074900*    FIRMO.
075000     MOVE SPACES TO AUD-STD-REGISTRO
075100     MOVE "MANTROL" TO AUD-STD-PROGRAMA
075200     MOVE TRAN-TIPO TO AUD-STD-CLAVE(1:3)
075300     IF TRAN-TIPO = "ASG"
075400         MOVE TRAN-ASG-OPERADOR   TO AUD-STD-CLAVE(5:8)
075500         MOVE TRAN-ASG-ROL        TO AUD-STD-CLAVE(14:8)
075600         MOVE TRAN-ASG-SUPERVISOR TO AUD-STD-CLAVE(23:8)
075700     ELSE
075800         MOVE TRAN-ROL-ID         TO AUD-STD-CLAVE(5:8)
075900     END-IF
076000     MOVE TRAN-ACCION  TO AUD-STD-CLAVE(32:1)
076100     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(34:8)
076200     IF TRAN-MALA
076300         MOVE "RECHAZADA" TO AUD-STD-DECISION
076400     ELSE
076500         MOVE "APLICADA" TO AUD-STD-DECISION
076600     END-IF
076700     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
076800     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
076900 3500-EXIT.
077000     EXIT.
077100*================================================================
077200 4000-REGRABAR-MAESTROS.
077300*================================================================
077400     OPEN OUTPUT ROL-MAST
077500     PERFORM 4100-GRABAR-ROL THRU 4100-EXIT
077600         VARYING WS-IDX FROM 1 BY 1
077700         UNTIL WS-IDX > WS-NUM-ROLES
077800     CLOSE ROL-MAST
077900     OPEN OUTPUT OPE-ROL
078000     PERFORM 4200-GRABAR-ASIGNACION THRU 4200-EXIT
078100         VARYING WS-IDX FROM 1 BY 1
078200         UNTIL WS-IDX > WS-NUM-ASIGNACIONES
078300     CLOSE OPE-ROL
078310     MOVE "C" TO CAM-STD-FUNCION
078320     CALL "REGCAMB" USING CAM-STD-AREA.
078400 4000-EXIT.
078500     EXIT.
078600*================================================================
078700 4100-GRABAR-ROL.
078800*================================================================
078900     IF WS-ROL-BORRADO(WS-IDX) = "N"
079000         MOVE WS-ROL-ID(WS-IDX) TO ROL-ID
079100         MOVE WS-ROL-DESCRIPCION(WS-IDX) TO ROL-DESCRIPCION
079200         PERFORM 4110-GRABAR-PERMISO THRU 4110-EXIT
079300             VARYING WS-IDX-PER FROM 1 BY 1
079400             UNTIL WS-IDX-PER > 12
079500         WRITE ROL-REGISTRO
079600         ADD 1 TO WS-TOTAL-ROLES
079610         MOVE "F" TO CAM-STD-FUNCION
079620         PERFORM 4900-ANOTAR-ROL THRU 4900-EXIT
079700     END-IF.
079800 4100-EXIT.
079900     EXIT.
080000*================================================================
080100 4110-GRABAR-PERMISO.
080200*================================================================
080300     MOVE WS-ROL-PERMISO(WS-IDX, WS-IDX-PER)
080400         TO ROL-PERMISO(WS-IDX-PER).
080500 4110-EXIT.
080600     EXIT.
080700*================================================================
080800 4200-GRABAR-ASIGNACION.
080900*================================================================
081000     IF WS-ASG-BORRADA(WS-IDX) = "N"
081100         MOVE WS-ASG-OPERADOR(WS-IDX)   TO ASG-OPERADOR
081200         MOVE WS-ASG-ROL(WS-IDX)        TO ASG-ROL
081300         MOVE WS-ASG-SUPERVISOR(WS-IDX) TO ASG-SUPERVISOR
081400         MOVE WS-ASG-FECHA-ALTA(WS-IDX) TO ASG-FECHA-ALTA
081500         MOVE WS-ASG-CONCEDIDO-POR(WS-IDX)
081600             TO ASG-CONCEDIDO-POR
081700         WRITE ASG-REGISTRO
081800         ADD 1 TO WS-TOTAL-ASIGNACIONES
081810         MOVE "F" TO CAM-STD-FUNCION
081820         PERFORM 4910-ANOTAR-ASIGNACION THRU 4910-EXIT
081900     END-IF.
082000 4200-EXIT.
082100     EXIT.
082103*================================================================
082106 4900-ANOTAR-ROL.
082109*================================================================
082112*    PASA AL DIARIO DE CAMBIOS EL ROL DEL REGISTRO DE ROLMAST
082115*    (CLAVE ID DEL ROL) CON LA FUNCION YA PUESTA.
082118     MOVE "MANTROL"        TO CAM-STD-PROGRAMA
082121     MOVE "ROLMAST"        TO CAM-STD-MAESTRO
082124     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
082127     MOVE SPACES           TO CAM-STD-ANTES
082130     MOVE ROL-ID           TO CAM-STD-CLAVE
082133     MOVE ROL-REGISTRO     TO CAM-STD-IMAGEN
082136     CALL "REGCAMB" USING CAM-STD-AREA.
082139 4900-EXIT.
082142     EXIT.
082145*================================================================
082148 4910-ANOTAR-ASIGNACION.
082151*================================================================
082154*    PASA AL DIARIO DE CAMBIOS LA ASIGNACION DEL REGISTRO DE
082157*    OPEROL (CLAVE OPERADOR+ROL) CON LA FUNCION YA PUESTA.
082160     MOVE "MANTROL"        TO CAM-STD-PROGRAMA
082163     MOVE "OPEROL"         TO CAM-STD-MAESTRO
082166     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
082169     MOVE SPACES           TO CAM-STD-CLAVE CAM-STD-ANTES
082172     MOVE ASG-OPERADOR     TO CAM-STD-CLAVE(1:8)
082175     MOVE ASG-ROL          TO CAM-STD-CLAVE(9:8)
082178     MOVE ASG-REGISTRO     TO CAM-STD-IMAGEN
082181     CALL "REGCAMB" USING CAM-STD-AREA.
082184 4910-EXIT.
082187     EXIT.
082200*================================================================
082300 5000-COMPROBAR-GUARDIAN.
082400*================================================================
082500*    CON ROLMAST EN VIGOR OPERSEG YA NO MIRA LAS MARCAS DE
082600*    OPERMAST: SI NINGUN OPERADOR ACTIVO CONSERVA UN ROL CON EL
082700*    PERMISO MANTROL, NADIE PODRIA VOLVER A TOCAR LOS ROLES. EN
082800*    ESE CASO NO SE GRABA NADA Y EL PASO TERMINA CON RC 8.
082900     MOVE "N" TO WS-HAY-GUARDIAN
083000     PERFORM 5100-PROBAR-ASIGNACION THRU 5100-EXIT
083100         VARYING WS-IDX-ASG FROM 1 BY 1
083200         UNTIL WS-IDX-ASG > WS-NUM-ASIGNACIONES OR HAY-GUARDIAN
083300     IF NOT HAY-GUARDIAN
083400         MOVE SPACES TO RPT-REGISTRO
083500         MOVE "NADIE CONSERVARIA EL PERMISO MANTROL, NADA GRABADO"
083600             TO RPT-REGISTRO
083700         WRITE RPT-REGISTRO
083800         MOVE 8 TO RETURN-CODE
083900     END-IF.
084000 5000-EXIT.
084100     EXIT.
084200*================================================================
084300 5100-PROBAR-ASIGNACION.
084400*================================================================
084500     IF WS-ASG-BORRADA(WS-IDX-ASG) NOT = "N"
084600         GO TO 5100-EXIT
084700     END-IF
084800     MOVE WS-ASG-OPERADOR(WS-IDX-ASG) TO WS-BUSCA-OPERADOR
084900     PERFORM 2780-BUSCAR-OPERADOR THRU 2780-EXIT
085000     IF WS-OPE-HALLADO = 0
085100         GO TO 5100-EXIT
085200     END-IF
085300     IF WS-OPE-ACTIVO(WS-OPE-HALLADO) NOT = "S"
085400         GO TO 5100-EXIT
085500     END-IF
085600     MOVE WS-ASG-ROL(WS-IDX-ASG) TO WS-BUSCA-ROL
085700     PERFORM 2700-BUSCAR-ROL THRU 2700-EXIT
085800     IF WS-ROL-HALLADO = 0
085900         GO TO 5100-EXIT
086000     END-IF
086100     PERFORM 5200-PROBAR-PERMISO THRU 5200-EXIT
086200         VARYING WS-IDX-PER FROM 1 BY 1
086300         UNTIL WS-IDX-PER > 12 OR HAY-GUARDIAN.
086400 5100-EXIT.
086500     EXIT.
086600*================================================================
086700 5200-PROBAR-PERMISO.
086800*================================================================
086900     IF WS-ROL-PERMISO(WS-ROL-HALLADO, WS-IDX-PER) = "MANTROL"
087000         SET HAY-GUARDIAN TO TRUE
087100     END-IF.
087200 5200-EXIT.
087300     EXIT.
087400*================================================================
087500 9000-TERMINATE.
087600*================================================================
087700     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
087800     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
087900     WRITE RPT-RESUMEN-REGISTRO
088000     MOVE "TRANSACCIONES APLICADAS"  TO RPT-RESUMEN-ETIQUETA
088100     MOVE WS-TOTAL-APLICADAS         TO RPT-RESUMEN-VALOR
088200     WRITE RPT-RESUMEN-REGISTRO
088300     MOVE "TRANSACCIONES RECHAZADAS" TO RPT-RESUMEN-ETIQUETA
088400     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
088500     WRITE RPT-RESUMEN-REGISTRO
088600     MOVE "ROLES EN EL MAESTRO"      TO RPT-RESUMEN-ETIQUETA
088700     MOVE WS-TOTAL-ROLES             TO RPT-RESUMEN-VALOR
088800     WRITE RPT-RESUMEN-REGISTRO
088900     MOVE "ASIGNACIONES VIGENTES"    TO RPT-RESUMEN-ETIQUETA
089000     MOVE WS-TOTAL-ASIGNACIONES      TO RPT-RESUMEN-VALOR
089100     WRITE RPT-RESUMEN-REGISTRO
089110     IF CAM-STD-CAMBIOS > 0
089120         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
089130         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
089140         WRITE RPT-RESUMEN-REGISTRO
089150         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
089160         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
089170         WRITE RPT-RESUMEN-REGISTRO
089180     END-IF
089200     IF WS-TOTAL-RECHAZADAS > 0 AND RETURN-CODE < 4
089300         MOVE 4 TO RETURN-CODE
089400     END-IF
089500     CLOSE MANTENIMIENTO-RPT.
089600 9000-EXIT.
089700     EXIT.
089800 END PROGRAM MANTROL.
