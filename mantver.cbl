000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MANTVER.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MANTENIMIENTO DEL REGISTRO
001300*                    DE ENTREGAS VERSIONES (PROGRAMA, VERSION,
001400*                    FECHA DE INSTALACION Y PETICION DE CAMBIO).
001500*                    LAS TRANSACCIONES VERTRAN (A ALTA, C CAMBIO,
001600*                    B BAJA) SE VALIDAN CONTRA EL MAESTRO: UNA
001700*                    ENTREGA NO SE REPITE, NO PUEDE SER ANTERIOR A
001800*                    LA ULTIMA DEL PROGRAMA Y EXIGE PETICION DE
001900*                    CAMBIO. UNA ENTREGA YA INSTALADA (FECHA NO
002000*                    POSTERIOR A LA DE NEGOCIO) ES HISTORIA: SOLO
002100*                    SE LE PUEDE CORREGIR LA PETICION, NI SE MUEVE
002200*                    DE FECHA NI SE BORRA. EXIGE OPERADOR CON
002300*                    PERMISO MANTVER (MODULO OPERSEG); CADA
002400*                    TRANSACCION QUEDA EN EL INFORME MANTVRPT, EN
002500*                    LA AUDITORIA DEL DIA Y EN EL DIARIO COMUN DE
002600*                    CAMBIOS (MODULO REGCAMB), Y EL MAESTRO SE
002700*                    REGRABA ENTERO, COMO HACE MANTCAL.
002800*----------------------------------------------------------------
002900 ENVIRONMENT     DIVISION.
003000 INPUT-OUTPUT    SECTION.
003100 FILE-CONTROL.
003200     SELECT VERSIONES-MAST ASSIGN TO "VERSIONES"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MAST-STATUS.
003500     SELECT VERSIONES-TRAN ASSIGN TO "VERTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRAN-STATUS.
003800     SELECT MANTENIMIENTO-RPT ASSIGN TO "MANTVRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA            DIVISION.
004100 FILE            SECTION.
004200 FD  VERSIONES-MAST
004300     RECORDING MODE IS F.
004400     COPY VERREG.
004500 FD  VERSIONES-TRAN
004600     RECORDING MODE IS F.
004700 01  TRAN-REGISTRO.
004800     05  TRAN-ACCION         PIC X(01).
004900     05  TRAN-PROGRAMA       PIC X(16).
005000     05  TRAN-VERSION        PIC X(10).
005100     05  TRAN-FECHA          PIC X(08).
005200     05  TRAN-FECHA-N REDEFINES TRAN-FECHA
005300                             PIC 9(08).
005400     05  TRAN-TICKET         PIC X(12).
005500 FD  MANTENIMIENTO-RPT
005600     RECORDING MODE IS F.
005700 01  RPT-REGISTRO.
005800     05  RPT-ACCION          PIC X(01).
005900     05  FILLER              PIC X(01) VALUE SPACE.
006000     05  RPT-PROGRAMA        PIC X(16).
006100     05  FILLER              PIC X(01) VALUE SPACE.
006200     05  RPT-VERSION         PIC X(10).
006300     05  FILLER              PIC X(01) VALUE SPACE.
006400     05  RPT-FECHA           PIC X(08).
006500     05  FILLER              PIC X(01) VALUE SPACE.
006600     05  RPT-TICKET          PIC X(12).
006700     05  FILLER              PIC X(01) VALUE SPACE.
006800     05  RPT-ESTADO          PIC X(09).
006900     05  FILLER              PIC X(01) VALUE SPACE.
007000     05  RPT-MOTIVO          PIC X(30).
007100 01  RPT-RESUMEN-REGISTRO.
007200     05  RPT-RESUMEN-ETIQUETA PIC X(30).
007300     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
007400 WORKING-STORAGE SECTION.
007500*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007600     COPY FECNEG.
007700*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
007800     COPY OPSSTD.
007900*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
008000     COPY AUDREG.
008100*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
008200     COPY CAMSTD.
008300 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
008400     88  OPERADOR-VALIDO             VALUE "S".
008500 01  WS-MAST-STATUS          PIC X(02).
008600     88  WS-MAST-NO-EXISTE           VALUE "35".
008700     88  WS-MAST-FIN-FICHERO         VALUE "10".
008800 01  WS-TRAN-STATUS          PIC X(02).
008900     88  WS-TRAN-NO-EXISTE           VALUE "35".
009000     88  WS-TRAN-FIN-FICHERO         VALUE "10".
009100 01  WS-SWITCHES.
009200     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
009300         88  TRAN-MALA               VALUE "S".
009400     05  WS-FECHA-BUENA      PIC X(01) VALUE "N".
009500         88  FECHA-BUENA             VALUE "S".
009600 01  WS-MOTIVO               PIC X(30).
009700 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
009800 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
009900 01  WS-ULTIMA-FECHA         PIC 9(08) VALUE ZERO.
010000*    VALIDACION DE FECHAS: UNA FECHA EXISTE SI SOBREVIVE A LA
010100*    IDA Y VUELTA POR INTEGER-OF-DATE/DATE-OF-INTEGER.
010200 01  WS-FECHA-PRUEBA         PIC 9(08) VALUE ZERO.
010300 01  WS-FECHA-DESGLOSE REDEFINES WS-FECHA-PRUEBA.
010400     05  WS-PRUEBA-ANO       PIC 9(04).
010500     05  WS-PRUEBA-MES       PIC 9(02).
010600     05  WS-PRUEBA-DIA       PIC 9(02).
010700 01  WS-FECHA-VUELTA         PIC 9(08) VALUE ZERO.
010800 01  WS-ENTERO-FECHA         PIC 9(08) COMP VALUE ZERO.
010900*    ENTREGAS DEL MAESTRO EN MEMORIA, EN EL ORDEN DEL FICHERO;
011000*    LAS ALTAS SE ANADEN AL FINAL.
011100 01  WS-TABLA-MAESTRO.
011200     05  WS-NUM-ENTREGAS     PIC 9(04) COMP VALUE ZERO.
011300     05  WS-ENT-ENTRY OCCURS 2000 TIMES
011400                      INDEXED BY WS-ENT-IDX.
011500         10  WS-ENT-PROGRAMA PIC X(16).
011600         10  WS-ENT-VERSION  PIC X(10).
011700         10  WS-ENT-FECHA    PIC 9(08).
011800         10  WS-ENT-TICKET   PIC X(12).
011900         10  WS-ENT-OPERADOR PIC X(08).
012000         10  WS-ENT-BORRADA  PIC X(01).
012100 01  WS-CONTADORES.
012200     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
012300     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
012400     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
012500     05  WS-TOTAL-EN-MAESTRO PIC 9(05) COMP VALUE ZERO.
012600 PROCEDURE       DIVISION.
012700*================================================================
012800 0000-MAINLINE.
012900*================================================================
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013100     PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
013200     IF OPERADOR-VALIDO
013300         PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
013400             UNTIL WS-TRAN-FIN-FICHERO
013500         PERFORM 4000-REGRABAR-MAESTRO THRU 4000-EXIT
013600     END-IF
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT
013800     GOBACK.
013900*================================================================
014000 1000-INITIALIZE.
014100*================================================================
014200     OPEN OUTPUT MANTENIMIENTO-RPT
014300     MOVE SPACES TO RPT-REGISTRO
014400     MOVE SPACES TO CAM-STD-AREA
014500     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
014600     CALL "FECHANEG" USING FEC-NEG-AREA
014700     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
014800     OPEN INPUT VERSIONES-TRAN
014900     IF WS-TRAN-NO-EXISTE
015000         MOVE "10" TO WS-TRAN-STATUS
015100     ELSE
015200         PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
015300     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600*================================================================
015700 1100-CARGAR-MAESTRO.
015800*================================================================
015900     OPEN INPUT VERSIONES-MAST
016000     IF WS-MAST-NO-EXISTE
016100         CONTINUE
016200     ELSE
016300         PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT
016400         PERFORM 1120-CARGAR-ENTREGA THRU 1120-EXIT
016500             UNTIL WS-MAST-FIN-FICHERO
016600         CLOSE VERSIONES-MAST
016700     END-IF.
016800 1100-EXIT.
016900     EXIT.
017000*================================================================
017100 1110-LEER-MAESTRO.
017200*================================================================
017300     READ VERSIONES-MAST
017400         AT END
017500             MOVE "10" TO WS-MAST-STATUS
017600     END-READ.
017700 1110-EXIT.
017800     EXIT.
017900*================================================================
018000 1120-CARGAR-ENTREGA.
018100*================================================================
018200     IF VER-REGISTRO NOT = SPACES AND WS-NUM-ENTREGAS < 2000
018300         ADD 1 TO WS-NUM-ENTREGAS
018400         SET WS-ENT-IDX TO WS-NUM-ENTREGAS
018500         MOVE VER-PROGRAMA   TO WS-ENT-PROGRAMA(WS-ENT-IDX)
018600         MOVE VER-VERSION    TO WS-ENT-VERSION(WS-ENT-IDX)
018700         MOVE VER-FECHA-INST TO WS-ENT-FECHA(WS-ENT-IDX)
018800         MOVE VER-TICKET     TO WS-ENT-TICKET(WS-ENT-IDX)
018900         MOVE VER-OPERADOR   TO WS-ENT-OPERADOR(WS-ENT-IDX)
019000         MOVE "N"            TO WS-ENT-BORRADA(WS-ENT-IDX)
019100         MOVE "O"            TO CAM-STD-FUNCION
019200         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
019300     END-IF
019400     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
019500 1120-EXIT.
019600     EXIT.
019700*================================================================
019800 1500-COMPROBAR-OPERADOR.
019900*================================================================
020000*    SIN PERMISO MANTVER NO SE APLICA NADA: EL INFORME LO DICE
020100*    Y EL PASO TERMINA CON RC 8. EL OPERADOR VALIDADO ENCABEZA
020200*    EL INFORME DE MANTENIMIENTO.
020300     MOVE SPACES TO OPS-STD-AREA
020400     MOVE "MANTVER" TO OPS-STD-PERMISO
020500     CALL "OPERSEG" USING OPS-STD-AREA
020600     MOVE SPACES TO RPT-REGISTRO
020700     IF OPS-PERMITIDO
020800         SET OPERADOR-VALIDO TO TRUE
020900         STRING "OPERADOR: " DELIMITED BY SIZE
021000             OPS-STD-OPERADOR DELIMITED BY SIZE
021100             INTO RPT-REGISTRO
021200         END-STRING
021300     ELSE
021400         MOVE "OPERADOR SIN PERMISO MANTVER, NADA APLICADO"
021500             TO RPT-REGISTRO
021600         MOVE 8 TO RETURN-CODE
021700     END-IF
021800     WRITE RPT-REGISTRO
021900     MOVE SPACES TO RPT-REGISTRO.
022000 1500-EXIT.
022100     EXIT.
022200*================================================================
022300 2000-APLICAR-TRANSACCION.
022400*================================================================
022500     ADD 1 TO WS-TOTAL-TRANS
022600     MOVE "N" TO WS-TRAN-MALA
022700     MOVE SPACES TO WS-MOTIVO
022800     PERFORM 2200-VALIDAR-COMUN THRU 2200-EXIT
022900     IF NOT TRAN-MALA
023000         PERFORM 2260-BUSCAR-ENTREGA THRU 2260-EXIT
023100         EVALUATE TRAN-ACCION
023200             WHEN "A"
023300                 PERFORM 2300-ALTA-ENTREGA THRU 2300-EXIT
023400             WHEN "C"
023500                 PERFORM 2400-CAMBIO-ENTREGA THRU 2400-EXIT
023600             WHEN "B"
023700                 PERFORM 2500-BAJA-ENTREGA THRU 2500-EXIT
023800         END-EVALUATE
023900     END-IF
024000     PERFORM 3000-ANOTAR-TRANSACCION THRU 3000-EXIT
024100     PERFORM 3500-REGISTRAR-AUDITORIA THRU 3500-EXIT
024200     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
024300 2000-EXIT.
024400     EXIT.
024500*================================================================
024600 2100-LEER-TRANSACCION.
024700*================================================================
024800     READ VERSIONES-TRAN
024900         AT END
025000             MOVE "10" TO WS-TRAN-STATUS
025100     END-READ.
025200 2100-EXIT.
025300     EXIT.
025400*================================================================
025500 2200-VALIDAR-COMUN.
025600*================================================================
025700*    ACCION CONOCIDA, PROGRAMA Y VERSION INFORMADOS Y AJUSTADOS
025800*    A LA IZQUIERDA; EL ALTA Y EL CAMBIO EXIGEN ADEMAS FECHA DE
025900*    INSTALACION EXISTENTE Y PETICION DE CAMBIO.
026000     EVALUATE TRUE
026100         WHEN TRAN-ACCION NOT = "A" AND TRAN-ACCION NOT = "C"
026200          AND TRAN-ACCION NOT = "B"
026300             MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO
026400             SET TRAN-MALA TO TRUE
026500         WHEN TRAN-PROGRAMA(1:1) = SPACE
026600             MOVE "PROGRAMA MAL FORMADO" TO WS-MOTIVO
026700             SET TRAN-MALA TO TRUE
026800         WHEN TRAN-VERSION(1:1) = SPACE
026900             MOVE "VERSION MAL FORMADA" TO WS-MOTIVO
027000             SET TRAN-MALA TO TRUE
027100     END-EVALUATE
027200     IF TRAN-MALA OR TRAN-ACCION = "B"
027300         GO TO 2200-EXIT
027400     END-IF
027500     IF TRAN-FECHA NOT NUMERIC
027600         MOVE "FECHA NO NUMERICA" TO WS-MOTIVO
027700         SET TRAN-MALA TO TRUE
027800         GO TO 2200-EXIT
027900     END-IF
028000     MOVE TRAN-FECHA-N TO WS-FECHA-PRUEBA
028100     PERFORM 2250-PROBAR-FECHA THRU 2250-EXIT
028200     EVALUATE TRUE
028300         WHEN NOT FECHA-BUENA
028400             MOVE "FECHA INEXISTENTE" TO WS-MOTIVO
028500             SET TRAN-MALA TO TRUE
028600         WHEN TRAN-TICKET = SPACES
028700             MOVE "SIN PETICION DE CAMBIO" TO WS-MOTIVO
028800             SET TRAN-MALA TO TRUE
028900     END-EVALUATE.
029000 2200-EXIT.
029100     EXIT.
029200*================================================================
029300 2250-PROBAR-FECHA.
029400*================================================================
029500     MOVE "N" TO WS-FECHA-BUENA
029600     IF WS-PRUEBA-ANO < 1601
029700      OR WS-PRUEBA-MES < 1 OR WS-PRUEBA-MES > 12
029800      OR WS-PRUEBA-DIA < 1 OR WS-PRUEBA-DIA > 31
029900         GO TO 2250-EXIT
030000     END-IF
030100     COMPUTE WS-ENTERO-FECHA =
030200         FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA)
030300     COMPUTE WS-FECHA-VUELTA =
030400         FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
030500     IF WS-FECHA-VUELTA = WS-FECHA-PRUEBA
030600         SET FECHA-BUENA TO TRUE
030700     END-IF.
030800 2250-EXIT.
030900     EXIT.
031000*================================================================
031100 2260-BUSCAR-ENTREGA.
031200*================================================================
031300*    ENTREGA VIVA DEL PROGRAMA Y VERSION DE LA TRANSACCION, Y
031400*    FECHA DE LA ULTIMA ENTREGA VIVA DEL PROGRAMA (SIN CONTAR
031500*    LA PROPIA).
031600     MOVE 0 TO WS-IDX-HALLADO
031700     MOVE 0 TO WS-ULTIMA-FECHA
031800     PERFORM 2265-COMPARAR-ENTREGA THRU 2265-EXIT
031900         VARYING WS-IDX FROM 1 BY 1
032000         UNTIL WS-IDX > WS-NUM-ENTREGAS.
032100 2260-EXIT.
032200     EXIT.
032300*================================================================
032400 2265-COMPARAR-ENTREGA.
032500*================================================================
032600     IF WS-ENT-PROGRAMA(WS-IDX) = TRAN-PROGRAMA
032700      AND WS-ENT-BORRADA(WS-IDX) = "N"
032800         IF WS-ENT-VERSION(WS-IDX) = TRAN-VERSION
032900             MOVE WS-IDX TO WS-IDX-HALLADO
033000         ELSE
033100             IF WS-ENT-FECHA(WS-IDX) > WS-ULTIMA-FECHA
033200                 MOVE WS-ENT-FECHA(WS-IDX) TO WS-ULTIMA-FECHA
033300             END-IF
033400         END-IF
033500     END-IF.
033600 2265-EXIT.
033700     EXIT.
033800*================================================================
033900 2300-ALTA-ENTREGA.
034000*================================================================
034100*    UNA ENTREGA ANTERIOR A LA ULTIMA DEL PROGRAMA REESCRIBIRIA
034200*    QUE VERSION CORRIO CADA NOCHE: NO SE ADMITE.
034300     EVALUATE TRUE
034400         WHEN WS-IDX-HALLADO > 0
034500             MOVE "YA EXISTE" TO WS-MOTIVO
034600             SET TRAN-MALA TO TRUE
034700         WHEN TRAN-FECHA-N < WS-ULTIMA-FECHA
034800             MOVE "ANTERIOR A LA ULTIMA ENTREGA" TO WS-MOTIVO
034900             SET TRAN-MALA TO TRUE
035000         WHEN WS-NUM-ENTREGAS >= 2000
035100             MOVE "REGISTRO LLENO" TO WS-MOTIVO
035200             SET TRAN-MALA TO TRUE
035300         WHEN OTHER
035400             ADD 1 TO WS-NUM-ENTREGAS
035500             SET WS-ENT-IDX TO WS-NUM-ENTREGAS
035600             MOVE TRAN-PROGRAMA    TO WS-ENT-PROGRAMA(WS-ENT-IDX)
035700             MOVE TRAN-VERSION     TO WS-ENT-VERSION(WS-ENT-IDX)
035800             MOVE TRAN-FECHA-N     TO WS-ENT-FECHA(WS-ENT-IDX)
035900             MOVE TRAN-TICKET      TO WS-ENT-TICKET(WS-ENT-IDX)
036000             MOVE OPS-STD-OPERADOR TO WS-ENT-OPERADOR(WS-ENT-IDX)
036100             MOVE "N"              TO WS-ENT-BORRADA(WS-ENT-IDX)
036200     END-EVALUATE.
036300 2300-EXIT.
036400     EXIT.
036500*================================================================
036600 2400-CAMBIO-ENTREGA.
036700*================================================================
036800*    LA PETICION SIEMPRE SE PUEDE CORREGIR; LA FECHA SOLO EN UNA
036900*    ENTREGA AUN NO INSTALADA Y SIN LLEVARLA AL PASADO NI POR
037000*    DELANTE DE LA ULTIMA DEL PROGRAMA.
037100     IF WS-IDX-HALLADO = 0
037200         MOVE "NO EXISTE" TO WS-MOTIVO
037300         SET TRAN-MALA TO TRUE
037400         GO TO 2400-EXIT
037500     END-IF
037600     IF TRAN-FECHA-N NOT = WS-ENT-FECHA(WS-IDX-HALLADO)
037700         EVALUATE TRUE
037800             WHEN WS-ENT-FECHA(WS-IDX-HALLADO) NOT > FEC-NEG-FECHA
037900                 MOVE "YA INSTALADA, FECHA FIJA" TO WS-MOTIVO
038000                 SET TRAN-MALA TO TRUE
038100             WHEN TRAN-FECHA-N < FEC-NEG-FECHA
038200                 MOVE "FECHA PASADA" TO WS-MOTIVO
038300                 SET TRAN-MALA TO TRUE
038400             WHEN TRAN-FECHA-N < WS-ULTIMA-FECHA
038500                 MOVE "ANTERIOR A LA ULTIMA ENTREGA" TO WS-MOTIVO
038600                 SET TRAN-MALA TO TRUE
038700         END-EVALUATE
038800     END-IF
038900     IF NOT TRAN-MALA
039000         MOVE TRAN-FECHA-N TO WS-ENT-FECHA(WS-IDX-HALLADO)
039100         MOVE TRAN-TICKET  TO WS-ENT-TICKET(WS-IDX-HALLADO)
039200     END-IF.
039300 2400-EXIT.
039400     EXIT.
039500*================================================================
039600 2500-BAJA-ENTREGA.
039700*================================================================
039800*    SOLO SE RETIRA UNA ENTREGA PROGRAMADA QUE AUN NO HA CORRIDO.
039900     EVALUATE TRUE
040000         WHEN WS-IDX-HALLADO = 0
040100             MOVE "NO EXISTE" TO WS-MOTIVO
040200             SET TRAN-MALA TO TRUE
040300         WHEN WS-ENT-FECHA(WS-IDX-HALLADO) NOT > FEC-NEG-FECHA
040400             MOVE "YA INSTALADA, NO SE BORRA" TO WS-MOTIVO
040500             SET TRAN-MALA TO TRUE
040600         WHEN OTHER
040700             MOVE "S" TO WS-ENT-BORRADA(WS-IDX-HALLADO)
040800     END-EVALUATE.
040900 2500-EXIT.
041000     EXIT.
041100*================================================================
041200 3000-ANOTAR-TRANSACCION.
041300*================================================================
041400     MOVE SPACES TO RPT-REGISTRO
041500     MOVE TRAN-ACCION   TO RPT-ACCION
041600     MOVE TRAN-PROGRAMA TO RPT-PROGRAMA
041700     MOVE TRAN-VERSION  TO RPT-VERSION
041800     MOVE TRAN-FECHA    TO RPT-FECHA
041900     MOVE TRAN-TICKET   TO RPT-TICKET
042000     IF TRAN-MALA
042100         MOVE "RECHAZADA" TO RPT-ESTADO
042200         ADD 1 TO WS-TOTAL-RECHAZADAS
042300     ELSE
042400         MOVE "APLICADA" TO RPT-ESTADO
042500         ADD 1 TO WS-TOTAL-APLICADAS
042600     END-IF
042700     MOVE WS-MOTIVO TO RPT-MOTIVO
042800     WRITE RPT-REGISTRO.
042900 3000-EXIT.
043000     EXIT.
043100*================================================================
043200 3500-REGISTRAR-AUDITORIA.
043300*================================================================
043400*    CADA TRANSACCION, APLICADA O NO, QUEDA EN LA AUDITORIA DEL
043500*    DIA CON LA ENTREGA TOCADA Y EL OPERADOR QUE LA FIRMO.
043600     MOVE SPACES TO AUD-STD-REGISTRO
043700     MOVE "MANTVER" TO AUD-STD-PROGRAMA
043800     MOVE TRAN-PROGRAMA TO AUD-STD-CLAVE(1:16)
043900     MOVE TRAN-VERSION  TO AUD-STD-CLAVE(18:10)
044000     MOVE TRAN-FECHA    TO AUD-STD-CLAVE(29:8)
044100     MOVE TRAN-ACCION   TO AUD-STD-CLAVE(38:1)
044200     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(40:8)
044300     IF TRAN-MALA
044400         MOVE "RECHAZADA" TO AUD-STD-DECISION
044500     ELSE
044600         MOVE "APLICADA" TO AUD-STD-DECISION
044700     END-IF
044800     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
044900     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
045000 3500-EXIT.
045100     EXIT.
045200*================================================================
045300 4000-REGRABAR-MAESTRO.
045400*================================================================
045500     OPEN OUTPUT VERSIONES-MAST
045600     PERFORM 4100-GRABAR-ENTREGA THRU 4100-EXIT
045700         VARYING WS-ENT-IDX FROM 1 BY 1
045800         UNTIL WS-ENT-IDX > WS-NUM-ENTREGAS
045900     CLOSE VERSIONES-MAST
046000     MOVE "C" TO CAM-STD-FUNCION
046100     CALL "REGCAMB" USING CAM-STD-AREA.
046200 4000-EXIT.
046300     EXIT.
046400*================================================================
046500 4100-GRABAR-ENTREGA.
046600*================================================================
046700     IF WS-ENT-BORRADA(WS-ENT-IDX) = "N"
046800         MOVE WS-ENT-PROGRAMA(WS-ENT-IDX) TO VER-PROGRAMA
046900         MOVE WS-ENT-VERSION(WS-ENT-IDX)  TO VER-VERSION
047000         MOVE WS-ENT-FECHA(WS-ENT-IDX)    TO VER-FECHA-INST
047100         MOVE WS-ENT-TICKET(WS-ENT-IDX)   TO VER-TICKET
047200         MOVE WS-ENT-OPERADOR(WS-ENT-IDX) TO VER-OPERADOR
047300         WRITE VER-REGISTRO
047400         ADD 1 TO WS-TOTAL-EN-MAESTRO
047500         MOVE "F" TO CAM-STD-FUNCION
047600         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
047700     END-IF.
047800 4100-EXIT.
047900     EXIT.
048000*================================================================
048100 4900-ANOTAR-CAMBIO.
048200*================================================================
048300*    PASA AL DIARIO DE CAMBIOS LA ENTREGA DEL REGISTRO DEL
048400*    MAESTRO CON LA FUNCION YA PUESTA; LA CLAVE ES PROGRAMA MAS
048500*    VERSION.
048600     MOVE "MANTVER"        TO CAM-STD-PROGRAMA
048700     MOVE "VERSIONE"       TO CAM-STD-MAESTRO
048800     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
048900     MOVE SPACES           TO CAM-STD-CLAVE CAM-STD-ANTES
049000     MOVE VER-PROGRAMA     TO CAM-STD-CLAVE(1:16)
049100     MOVE VER-VERSION      TO CAM-STD-CLAVE(17:10)
049200     MOVE VER-REGISTRO     TO CAM-STD-IMAGEN
049300     CALL "REGCAMB" USING CAM-STD-AREA.
049400 4900-EXIT.
049500     EXIT.
049600*================================================================
049700 9000-TERMINATE.
049800*================================================================
049900     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
050000     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
050100     WRITE RPT-RESUMEN-REGISTRO
050200     MOVE "TRANSACCIONES APLICADAS"  TO RPT-RESUMEN-ETIQUETA
050300     MOVE WS-TOTAL-APLICADAS         TO RPT-RESUMEN-VALOR
050400     WRITE RPT-RESUMEN-REGISTRO
050500     MOVE "TRANSACCIONES RECHAZADAS" TO RPT-RESUMEN-ETIQUETA
050600     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
050700     WRITE RPT-RESUMEN-REGISTRO
050800     MOVE "ENTREGAS EN EL REGISTRO"  TO RPT-RESUMEN-ETIQUETA
050900     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
051000     WRITE RPT-RESUMEN-REGISTRO
051100     IF CAM-STD-CAMBIOS > 0
051200         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
051300         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
051400         WRITE RPT-RESUMEN-REGISTRO
051500         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
051600         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
051700         WRITE RPT-RESUMEN-REGISTRO
051800     END-IF
051900     IF WS-TOTAL-RECHAZADAS > 0 AND RETURN-CODE < 4
052000         MOVE 4 TO RETURN-CODE
052100     END-IF
052200     CLOSE VERSIONES-TRAN
052300     CLOSE MANTENIMIENTO-RPT.
052400 9000-EXIT.
052500     EXIT.
052600 END PROGRAM MANTVER.
