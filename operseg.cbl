002000*                    RESPUESTA: LOS PASOS SENSIBLES VALIDAN Y
002100*                    ESTAMPAN EL ID EN SUS INFORMES Y EN LA
002200*                    AUDITORIA DEL DIA.
002210* 2026-10-15  MNT    PERMISO MANTCLI (MANTENIMIENTO DEL MAESTRO
002214*                    DE CLIENTES): SE CONCEDE CON LA MISMA MARCA
002218*                    DE MANTENIMIENTO DE MAESTROS QUE MANTDIV.
002222* 2026-10-15  MNT    PERMISO MANTDIC (DECISION SOBRE LAS
002226*                    PROPUESTAS DE ALTA EN EL DICCIONARIO): MISMA
002230*                    MARCA DE MANTENIMIENTO DE MAESTROS.
002234* 2026-10-15  MNT    PERMISO MANTCAL (MANTENIMIENTO DEL CALENDARIO
002238*                    LABORAL CALENLAB): MISMA MARCA DE
002242*                    MANTENIMIENTO DE MAESTROS.
002246* 2026-10-15  MNT    PERMISO MANTCTL (MANTENIMIENTO DE RUNCTL):
002250*                    MISMA MARCA DE MANTENIMIENTO DE MAESTROS.
002254* 2026-10-15  MNT    PERMISO RELEVO (INFORME DE RELEVO DE TURNO):
002258*                    SE CONCEDE A TODO OPERADOR ACTIVO.
002262* 2026-10-15  MNT    PERMISOS POR ROLES: CON MAESTRO ROLMAST, EL
002266*                    PERMISO SE BUSCA EN LOS ROLES DEL OPERADOR
002270*                    (OPEROL) Y NO EN SUS MARCAS; SIN ROLMAST
002274*                    SIGUEN LAS MARCAS. RELEVO, A TODO OPERADOR
002278*                    ACTIVO; MANTROL SIN ROLES, MARCA MANTDIV.
002282* 2026-10-15  MNT    PERMISO DESHACE (REVERSION DE UN LOTE DEL
002286*                    DIARIO DE CAMBIOS): SIN ROLES, MARCA MANTDIV.
002288* 2026-10-15  MNT    PERMISOS CIERRE (CIERRE DEL MES CONTABLE) Y
002290*                    REAPERTURA (REABRIR UN MES CERRADO): SIN
002292*                    ROLES, MARCA ARCHAUD Y MARCA ANULACION.
002294* 2026-10-15  MNT    PERMISO MANTTRZ (MANTENIMIENTO DEL MAESTRO DE
002296*                    TRAZADOS TRZMAST): SIN ROLES, MARCA MANTDIV.
002298* 2026-10-15  MNT    PERMISO BORRADO (BORRADO DE DATOS DE UN
002299*                    CLIENTE): SIN ROLES, MARCA ANULACION.
002310* 2026-10-15  MNT    PERMISO MANTVER (MANTENIMIENTO DEL REGISTRO
002320*                    DE ENTREGAS VERSIONES): SIN ROLES, MARCA
002330*                    MANTDIV.
002340* 2026-10-15  MNT    PERMISO INTRADIA (CORRIDA INTRADIA A PETICION
002350*                    FUERA DE LA CADENA NOCTURNA): SIN ROLES,
002360*                    MARCA RESUBMIT.
002370* 2026-10-15  MNT    PERMISO REIMPRIM (REIMPRESION DE INFORMES
002380*                    ARCHIVADOS): SIN ROLES, A TODO OPERADOR
002390*                    ACTIVO, COMO RELEVO.
002392* 2026-10-15  MNT    EN MODO ROLES REIMPRIM TAMPOCO PASA POR LOS
002394*                    ROLES: A TODO OPERADOR ACTIVO, COMO RELEVO.
002399*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
003000     SELECT OPERADOR-CARD ASSIGN TO "OPERCARD"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CARD-STATUS.
003210     SELECT ROL-MAST ASSIGN TO "ROLMAST"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS WS-ROL-STATUS.
003240     SELECT OPE-ROL ASSIGN TO "OPEROL"
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS WS-ASG-STATUS.
003300 DATA            DIVISION.
003400 FILE            SECTION.
003500 FD  OPERADOR-MAST
004600     RECORDING MODE IS F.
004700 01  CARD-REGISTRO.
004800     05  CARD-OPERADOR       PIC X(08).
004810 FD  ROL-MAST
004820     RECORDING MODE IS F.
004830     COPY ROLREG.
004840 FD  OPE-ROL
004850     RECORDING MODE IS F.
004860     COPY ASGREG.
004900 WORKING-STORAGE SECTION.
005000 01  WS-MAST-STATUS          PIC X(02).
005100     88  WS-MAST-NO-EXISTE           VALUE "35".
005200     88  WS-MAST-FIN-FICHERO         VALUE "10".
005300 01  WS-CARD-STATUS          PIC X(02).
005400     88  WS-CARD-NO-EXISTE           VALUE "35".
005410 01  WS-ROL-STATUS           PIC X(02).
005420     88  WS-ROL-NO-EXISTE            VALUE "35".
005430     88  WS-ROL-FIN-FICHERO          VALUE "10".
005440 01  WS-ASG-STATUS           PIC X(02).
005450     88  WS-ASG-NO-EXISTE            VALUE "35".
005460     88  WS-ASG-FIN-FICHERO          VALUE "10".
005500 01  WS-SWITCHES.
005600     05  WS-YA-CARGADO       PIC X(01) VALUE "N".
005700         88  YA-CARGADO              VALUE "S".
005710     05  WS-MODO-ROLES       PIC X(01) VALUE "N".
005720         88  MODO-ROLES              VALUE "S".
005800 01  WS-OPERADOR-TARJETA     PIC X(08) VALUE SPACES.
005900 01  WS-OPERADOR-PEDIDO      PIC X(08) VALUE SPACES.
006000 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
006800         10  WS-OPE-ARCHAUD  PIC X(01).
006900         10  WS-OPE-ANULA    PIC X(01).
007000         10  WS-OPE-ACTIVO   PIC X(01).
007006*    ROLES CON SUS PERMISOS Y ASIGNACIONES OPERADOR-ROL.
007012 01  WS-TABLA-ROLES.
007018     05  WS-NUM-ROLES        PIC 9(03) COMP VALUE ZERO.
007024     05  WS-ROL-ENTRY OCCURS 100 TIMES.
007030         10  WS-ROL-ID       PIC X(08).
007036         10  WS-ROL-PERMISO  OCCURS 12 TIMES PIC X(10).
007042 01  WS-TABLA-ASIGNACIONES.
007048     05  WS-NUM-ASIGNACIONES PIC 9(04) COMP VALUE ZERO.
007054     05  WS-ASG-ENTRY OCCURS 1000 TIMES.
007060         10  WS-ASG-OPERADOR PIC X(08).
007066         10  WS-ASG-ROL      PIC X(08).
007072 01  WS-IDX-ASG              PIC 9(04) COMP VALUE ZERO.
007078 01  WS-IDX-ROL              PIC 9(03) COMP VALUE ZERO.
007084 01  WS-IDX-PER              PIC 9(02) COMP VALUE ZERO.
007090 01  WS-ROL-HALLADO          PIC 9(03) COMP VALUE ZERO.
007100 LINKAGE SECTION.
007200     COPY OPSSTD REPLACING LEADING ==OPS-STD== BY ==LK-OPS==,
007300         LEADING ==OPS-PERMITIDO== BY ==LK-PERMITIDO==,
009600         MOVE "D" TO LK-OPS-RESPUESTA
009700         GOBACK
009800     END-IF
009810     IF MODO-ROLES AND LK-OPS-PERMISO NOT = "RELEVO"
009815                   AND LK-OPS-PERMISO NOT = "REIMPRIM"
009820         MOVE "D" TO LK-OPS-RESPUESTA
009830         PERFORM 3000-BUSCAR-EN-ROLES THRU 3000-EXIT
009840             VARYING WS-IDX-ASG FROM 1 BY 1
009850             UNTIL WS-IDX-ASG > WS-NUM-ASIGNACIONES
009860                OR LK-OPS-RESPUESTA = "P"
009870         GOBACK
009880     END-IF
009900     EVALUATE LK-OPS-PERMISO
010000         WHEN "MANTDIV"
010010         WHEN "MANTCLI"
010020         WHEN "MANTDIC"
010030         WHEN "MANTCAL"
010040         WHEN "MANTCTL"
010050         WHEN "MANTROL"
010060         WHEN "DESHACE"
010070         WHEN "MANTTRZ"
010080         WHEN "MANTVER"
010100             IF WS-OPE-MANTDIV(WS-IDX-HALLADO) = "S"
010200                 MOVE "P" TO LK-OPS-RESPUESTA
010300             ELSE
010400                 MOVE "D" TO LK-OPS-RESPUESTA
010500             END-IF
010600         WHEN "RESUBMIT"
010650         WHEN "INTRADIA"
010700             IF WS-OPE-RESUBMIT(WS-IDX-HALLADO) = "S"
010800                 MOVE "P" TO LK-OPS-RESPUESTA
010900             ELSE
011000                 MOVE "D" TO LK-OPS-RESPUESTA
011100             END-IF
011200         WHEN "ARCHAUD"
011250         WHEN "CIERRE"
011300             IF WS-OPE-ARCHAUD(WS-IDX-HALLADO) = "S"
011400                 MOVE "P" TO LK-OPS-RESPUESTA
011500             ELSE
011600                 MOVE "D" TO LK-OPS-RESPUESTA
011700             END-IF
011800         WHEN "ANULACION"
011850         WHEN "REAPERTURA"
011860         WHEN "BORRADO"
011900             IF WS-OPE-ANULA(WS-IDX-HALLADO) = "S"
012000                 MOVE "P" TO LK-OPS-RESPUESTA
012100             ELSE
012200                 MOVE "D" TO LK-OPS-RESPUESTA
012300             END-IF
012310*        EL RELEVO DE TURNO Y LA REIMPRESION DE INFORMES
012315*        ARCHIVADOS SOLO EXIGEN UN OPERADOR ACTIVO.
012320         WHEN "RELEVO"
012325         WHEN "REIMPRIM"
012330             MOVE "P" TO LK-OPS-RESPUESTA
012400         WHEN OTHER
012500             MOVE "D" TO LK-OPS-RESPUESTA
012600     END-EVALUATE
014900             UNTIL WS-MAST-FIN-FICHERO
015000         CLOSE OPERADOR-MAST
015100     END-IF
015110     PERFORM 1300-CARGAR-ROLES THRU 1300-EXIT
015200     SET YA-CARGADO TO TRUE.
015300 1000-EXIT.
015400     EXIT.
019300     END-PERFORM.
019400 2000-EXIT.
019500     EXIT.
019510*================================================================
019520 1300-CARGAR-ROLES.
019530*================================================================
019540*    LA MERA EXISTENCIA DE ROLMAST PONE EL MODULO EN MODO ROLES;
019545*    SIN OPEROL NADIE TIENE ROL Y SE DENIEGA TODO SALVO RELEVO Y
019550*    REIMPRIM.
019560*    OPERMAST SIGUE DICIENDO QUIEN EXISTE Y QUIEN ESTA ACTIVO; SUS
019570*    MARCAS SOLO CUENTAN MIENTRAS NO HAYA ROLMAST (IMPLANTACION).
019580     OPEN INPUT ROL-MAST
019590     IF WS-ROL-NO-EXISTE
019600         GO TO 1300-EXIT
019610     END-IF
019620     SET MODO-ROLES TO TRUE
019630     PERFORM 1310-LEER-ROL THRU 1310-EXIT
019640     PERFORM 1320-CARGAR-ROL THRU 1320-EXIT
019650         UNTIL WS-ROL-FIN-FICHERO
019660     CLOSE ROL-MAST
019670     OPEN INPUT OPE-ROL
019680     IF WS-ASG-NO-EXISTE
019690         GO TO 1300-EXIT
019700     END-IF
019710     PERFORM 1330-LEER-ASIGNACION THRU 1330-EXIT
019720     PERFORM 1340-CARGAR-ASIGNACION THRU 1340-EXIT
019730         UNTIL WS-ASG-FIN-FICHERO
019740     CLOSE OPE-ROL.
019750 1300-EXIT.
019760     EXIT.
019770*================================================================
019780 1310-LEER-ROL.
019790*================================================================
019800     READ ROL-MAST
019810         AT END
019820             MOVE "10" TO WS-ROL-STATUS
019830     END-READ.
019840 1310-EXIT.
019850     EXIT.
019860*================================================================
019870 1320-CARGAR-ROL.
019880*================================================================
019890     IF ROL-ID NOT = SPACES AND WS-NUM-ROLES < 100
019900         ADD 1 TO WS-NUM-ROLES
019910         MOVE ROL-ID TO WS-ROL-ID(WS-NUM-ROLES)
019920         PERFORM 1325-CARGAR-PERMISO THRU 1325-EXIT
019930             VARYING WS-IDX-PER FROM 1 BY 1
019940             UNTIL WS-IDX-PER > 12
019950     END-IF
019960     PERFORM 1310-LEER-ROL THRU 1310-EXIT.
019970 1320-EXIT.
019980     EXIT.
019990*================================================================
020000 1325-CARGAR-PERMISO.
020010*================================================================
020020     MOVE ROL-PERMISO(WS-IDX-PER)
020030         TO WS-ROL-PERMISO(WS-NUM-ROLES, WS-IDX-PER).
020040 1325-EXIT.
020050     EXIT.
020060*================================================================
020070 1330-LEER-ASIGNACION.
020080*================================================================
020090     READ OPE-ROL
020100         AT END
020110             MOVE "10" TO WS-ASG-STATUS
020120     END-READ.
020130 1330-EXIT.
020140     EXIT.
020150*================================================================
020160 1340-CARGAR-ASIGNACION.
020170*================================================================
020180     IF ASG-OPERADOR NOT = SPACES AND WS-NUM-ASIGNACIONES < 1000
020190         ADD 1 TO WS-NUM-ASIGNACIONES
020200         MOVE ASG-OPERADOR TO WS-ASG-OPERADOR(WS-NUM-ASIGNACIONES)
020210         MOVE ASG-ROL      TO WS-ASG-ROL(WS-NUM-ASIGNACIONES)
020220     END-IF
020230     PERFORM 1330-LEER-ASIGNACION THRU 1330-EXIT.
020240 1340-EXIT.
020250     EXIT.
020260*================================================================
020270 3000-BUSCAR-EN-ROLES.
020280*================================================================
020290*    ASIGNACION WS-IDX-ASG: SI ES DEL OPERADOR, SE BUSCA SU ROL Y
020300*    EN EL EL PERMISO PEDIDO. UN ROL DADO DE BAJA NO CONCEDE NADA.
020310     IF WS-ASG-OPERADOR(WS-IDX-ASG) NOT = WS-OPERADOR-PEDIDO
020320         GO TO 3000-EXIT
020330     END-IF
020340     MOVE 0 TO WS-ROL-HALLADO
020350     PERFORM 3100-COMPARAR-ROL THRU 3100-EXIT
020360         VARYING WS-IDX-ROL FROM 1 BY 1
020370         UNTIL WS-IDX-ROL > WS-NUM-ROLES OR WS-ROL-HALLADO > 0
020380     IF WS-ROL-HALLADO = 0
020390         GO TO 3000-EXIT
020400     END-IF
020410     PERFORM 3200-COMPARAR-PERMISO THRU 3200-EXIT
020420         VARYING WS-IDX-PER FROM 1 BY 1
020430         UNTIL WS-IDX-PER > 12 OR LK-OPS-RESPUESTA = "P".
020440 3000-EXIT.
020450     EXIT.
020460*================================================================
020470 3100-COMPARAR-ROL.
020480*================================================================
020490     IF WS-ROL-ID(WS-IDX-ROL) = WS-ASG-ROL(WS-IDX-ASG)
020500         MOVE WS-IDX-ROL TO WS-ROL-HALLADO
020510     END-IF.
020520 3100-EXIT.
020530     EXIT.
020540*================================================================
020550 3200-COMPARAR-PERMISO.
020560*================================================================
020570     IF LK-OPS-PERMISO NOT = SPACES
020580      AND WS-ROL-PERMISO(WS-ROL-HALLADO, WS-IDX-PER)
020590          = LK-OPS-PERMISO
020600         MOVE "P" TO LK-OPS-RESPUESTA
020610     END-IF.
020620 3200-EXIT.
020630     EXIT.
020640 END PROGRAM OPERSEG.
