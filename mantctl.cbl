000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MANTCTL.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MANTENIMIENTO DEL FICHERO DE
001300*                    CONTROL DE LA CADENA NOCTURNA (RUNCTL), QUE
001400*                    DEJA DE EDITARSE A MANO. LAS TRANSACCIONES
001500*                    CTLTRAN (A ALTA, C CAMBIO, B BAJA) TRAEN LA
001600*                    TARJETA COMPLETA DEL PASO Y, EN ALTA O
001700*                    CAMBIO, EL PASO DETRAS DEL QUE VA. SE VALIDA
001800*                    EL NOMBRE DEL PROGRAMA, EL RC MAXIMO, EL
001900*                    CODIGO Y DIA DE FRECUENCIA, EL NOMBRE DEL
002000*                    FICHERO DE SALIDA Y QUE CADA DEPENDENCIA SEA
002100*                    UN PASO EXISTENTE Y ANTERIOR; LA CADENA
002200*                    ENTERA SE REVISA ADEMAS EN BUSCA DE CICLOS.
002300*                    EXIGE OPERADOR CON PERMISO MANTCTL (MODULO
002400*                    OPERSEG); CADA TRANSACCION QUEDA EN EL
002500*                    INFORME MANTRRPT Y EN LA AUDITORIA DEL DIA.
002600*                    EL INFORME LISTA LA CADENA ANTES Y DESPUES Y
002700*                    SU ARBOL DE DEPENDENCIAS. RUNCTL SOLO SE
002800*                    REGRABA SI LA CADENA RESULTANTE NO TIENE
002900*                    ERRORES.
002910* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
002920*                    CADA TARJETA SE PASA AL LEER Y AL REGRABAR
002930*                    RUNCTL; LAS ALTAS, CAMBIOS Y BAJAS DE PASOS
002940*                    QUEDAN EN CAMBLOG CON SU LOTE, QUE SALE EN
002950*                    EL RESUMEN. EL ORDEN DE LA CADENA NO SE
002960*                    ANOTA.
003000*----------------------------------------------------------------
003100* UNA TRANSACCION SE RECHAZA SI SUS CAMPOS SON MALOS O SI, YA
003200* APLICADA, DEJA LA CADENA CON MAS ERRORES DE LOS QUE TENIA (LA
003300* TABLA VUELVE ENTONCES A COMO ESTABA). ASI, UN RUNCTL EDITADO A
003400* MANO CON ERRORES SE PUEDE ARREGLAR CON CAMBIOS Y BAJAS, PERO
003500* NINGUNA TRANSACCION EMPEORA LA CADENA. SIN TRANSACCIONES, EL
003600* PASO SOLO VALIDA Y LISTA EL RUNCTL ACTUAL (RC 8 SI TIENE
003700* ERRORES), LO QUE SIRVE TRAS CUALQUIER EDICION A MANO.
003800* EL RC MAXIMO ADMITIDO NO PUEDE LLEGAR A 12: ES EL QUE NOCTURNO
003900* DA A UN PROGRAMA QUE NO ENCUENTRA.
004000*----------------------------------------------------------------
004100 ENVIRONMENT     DIVISION.
004200 INPUT-OUTPUT    SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-CTL ASSIGN TO "RUNCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MAST-STATUS.
004700     SELECT CONTROL-TRAN ASSIGN TO "CTLTRAN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TRAN-STATUS.
005000     SELECT MANTENIMIENTO-RPT ASSIGN TO "MANTRRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA            DIVISION.
005300 FILE            SECTION.
005400 FD  RUN-CTL
005500     RECORDING MODE IS F.
005600 01  CTL-REGISTRO.
005700     05  CTL-PROGRAMA        PIC X(16).
005800     05  CTL-RC-MAX          PIC X(02).
005900     05  CTL-DEPENDE         OCCURS 3 TIMES PIC X(16).
006000     05  CTL-FREC            PIC X(01).
006100     05  CTL-FREC-DIA        PIC X(02).
006200     05  CTL-SALIDA          PIC X(12).
006300 FD  CONTROL-TRAN
006400     RECORDING MODE IS F.
006500 01  TRAN-REGISTRO.
006600     05  TRAN-ACCION         PIC X(01).
006700     05  TRAN-TARJETA.
006800         10  TRAN-PROGRAMA   PIC X(16).
006900         10  TRAN-RC-MAX     PIC X(02).
007000         10  TRAN-DEPENDE    OCCURS 3 TIMES PIC X(16).
007100         10  TRAN-FREC       PIC X(01).
007200         10  TRAN-FREC-DIA   PIC X(02).
007300         10  TRAN-SALIDA     PIC X(12).
007400*    PASO DETRAS DEL QUE SE COLOCA EL ALTA (O SE MUEVE EL PASO EN
007500*    UN CAMBIO); EN BLANCO = ALTA AL FINAL, CAMBIO SIN MOVER.
007600     05  TRAN-DESPUES        PIC X(16).
007700 FD  MANTENIMIENTO-RPT
007800     RECORDING MODE IS F.
007900 01  RPT-LINEA               PIC X(131).
008000 01  RPT-REGISTRO.
008100     05  RPT-ACCION          PIC X(01).
008200     05  FILLER              PIC X(01).
008300     05  RPT-PROGRAMA        PIC X(16).
008400     05  FILLER              PIC X(01).
008500     05  RPT-DESPUES         PIC X(16).
008600     05  FILLER              PIC X(01).
008700     05  RPT-ESTADO          PIC X(09).
008800     05  FILLER              PIC X(01).
008900     05  RPT-MOTIVO          PIC X(40).
009000 01  RPT-PASO.
009100     05  RPT-PASO-ORDEN      PIC Z9.
009200     05  FILLER              PIC X(01).
009300     05  RPT-PASO-PROGRAMA   PIC X(16).
009400     05  FILLER              PIC X(01).
009500     05  RPT-PASO-RC-MAX     PIC X(02).
009600     05  FILLER              PIC X(01).
009700     05  RPT-PASO-FREC       PIC X(01).
009800     05  RPT-PASO-FREC-DIA   PIC X(02).
009900     05  FILLER              PIC X(01).
010000     05  RPT-PASO-SALIDA     PIC X(12).
010100     05  FILLER              PIC X(01).
010200     05  RPT-PASO-DEPENDE    OCCURS 3 TIMES.
010300         10  RPT-PASO-DEP    PIC X(16).
010400         10  FILLER          PIC X(01).
010500     05  RPT-PASO-ERROR      PIC X(40).
010600 01  RPT-RESUMEN-REGISTRO.
010700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
010900 WORKING-STORAGE SECTION.
011000*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
011100     COPY OPSSTD.
011200*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
011300     COPY AUDREG.
011310*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
011320     COPY CAMSTD.
011400 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
011500     88  OPERADOR-VALIDO             VALUE "S".
011600 01  WS-MAST-STATUS          PIC X(02).
011700     88  WS-MAST-NO-EXISTE           VALUE "35".
011800     88  WS-MAST-FIN-FICHERO         VALUE "10".
011900 01  WS-TRAN-STATUS          PIC X(02).
012000     88  WS-TRAN-NO-EXISTE           VALUE "35".
012100     88  WS-TRAN-FIN-FICHERO         VALUE "10".
012200 01  WS-SWITCHES.
012300     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
012400         88  TRAN-MALA               VALUE "S".
012500     05  WS-NOMBRE-BUENO     PIC X(01) VALUE "N".
012600         88  NOMBRE-BUENO            VALUE "S".
012700     05  WS-HAY-BLANCO       PIC X(01) VALUE "N".
012800         88  HAY-BLANCO              VALUE "S".
012900     05  WS-HAY-CAMBIO       PIC X(01) VALUE "N".
013000         88  HAY-CAMBIO              VALUE "S".
013100     05  WS-TARJETA-MALA     PIC X(01) VALUE "N".
013200         88  TARJETA-MALA            VALUE "S".
013300     05  WS-HUBO-AVANCE      PIC X(01) VALUE "N".
013400         88  HUBO-AVANCE             VALUE "S".
013500     05  WS-DEPS-RESUELTAS   PIC X(01) VALUE "N".
013600         88  DEPS-RESUELTAS          VALUE "S".
013700 01  WS-MOTIVO               PIC X(40).
013800 01  WS-MOTIVO-GUARDADO      PIC X(40).
013900 01  WS-IDX                  PIC 9(02) COMP VALUE ZERO.
014000 01  WS-IDX-DEP              PIC 9(02) COMP VALUE ZERO.
014100 01  WS-IDX-OTRA             PIC 9(02) COMP VALUE ZERO.
014200 01  WS-IDX-HALLADO          PIC 9(02) COMP VALUE ZERO.
014300 01  WS-IDX-DESPUES          PIC 9(02) COMP VALUE ZERO.
014400 01  WS-IDX-DESTINO          PIC 9(02) COMP VALUE ZERO.
014500 01  WS-IDX-BUSCA            PIC 9(02) COMP VALUE ZERO.
014600 01  WS-POS-DEP              PIC 9(02) COMP VALUE ZERO.
014700 01  WS-ERRORES-ANTES        PIC 9(03) COMP VALUE ZERO.
014800 01  WS-ERRORES-CADENA       PIC 9(03) COMP VALUE ZERO.
014900*    VALIDACION DE NOMBRES (PROGRAM-ID O FICHERO LOGICO): LETRA
015000*    INICIAL, SOLO LETRAS, CIFRAS Y GUIONES, SIN BLANCOS DENTRO.
015100 01  WS-NOMBRE-PRUEBA        PIC X(16).
015200 01  WS-IDX-CAR              PIC 9(02) COMP VALUE ZERO.
015300 01  WS-CARACTER             PIC X(01).
015400*----------------------------------------------------------------
015500* PASOS DE LA CADENA EN MEMORIA, EN EL ORDEN DE RUNCTL, Y COPIA
015600* DE RESPALDO PARA DESHACER UNA TRANSACCION QUE LA EMPEORE.
015700*----------------------------------------------------------------
015800 01  WS-NUM-PASOS            PIC 9(02) COMP VALUE ZERO.
015900 01  WS-NUM-RESPALDO         PIC 9(02) COMP VALUE ZERO.
016000 01  WS-TABLA-PASOS.
016100     05  WS-PASO-ENTRY OCCURS 50 TIMES.
016200         10  WS-PASO-PROGRAMA PIC X(16).
016300         10  WS-PASO-RC-MAX   PIC X(02).
016400         10  WS-PASO-DEPENDE  OCCURS 3 TIMES PIC X(16).
016500         10  WS-PASO-FREC     PIC X(01).
016600         10  WS-PASO-FREC-DIA PIC X(02).
016700         10  WS-PASO-SALIDA   PIC X(12).
016800         10  WS-PASO-ERROR    PIC X(40).
016900         10  WS-PASO-RESUELTO PIC X(01).
017000         10  WS-PASO-EN-ARBOL PIC X(01).
017100 01  WS-TABLA-RESPALDO       PIC X(6150).
017200 01  WS-PASO-TRASLADO        PIC X(123).
017300*    TARJETA EN PRUEBA: LA DE LA TRANSACCION O LA DE UN PASO YA
017400*    EN LA CADENA, CON EL MISMO FORMATO QUE EN RUNCTL.
017500 01  WS-TARJETA-PRUEBA.
017600     05  WS-PRU-PROGRAMA     PIC X(16).
017700     05  WS-PRU-RC-MAX       PIC X(02).
017800     05  WS-PRU-DEPENDE      OCCURS 3 TIMES PIC X(16).
017900     05  WS-PRU-FREC         PIC X(01).
018000     05  WS-PRU-FREC-DIA     PIC X(02).
018100     05  WS-PRU-FREC-DIA-N REDEFINES WS-PRU-FREC-DIA
018200                             PIC 9(02).
018300     05  WS-PRU-SALIDA       PIC X(12).
018400*    PILA DEL RECORRIDO DEL ARBOL DE DEPENDENCIAS: PASO Y
018500*    POSICION DESDE LA QUE SEGUIR BUSCANDO SUS DEPENDIENTES.
018600 01  WS-PILA.
018700     05  WS-PILA-ALTURA      PIC 9(02) COMP VALUE ZERO.
018800     05  WS-PILA-ENTRY OCCURS 12 TIMES.
018900         10  WS-PILA-PASO    PIC 9(02) COMP.
019000         10  WS-PILA-SIGUE   PIC 9(02) COMP.
019100 01  WS-ARBOL-HIJO           PIC 9(02) COMP VALUE ZERO.
019200 01  WS-ARBOL-SANGRIA        PIC 9(03) COMP VALUE ZERO.
019300 01  WS-CONTADORES.
019400     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
019500     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
019600     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
019700     05  WS-TOTAL-EN-MAESTRO PIC 9(05) COMP VALUE ZERO.
019800 PROCEDURE       DIVISION.
019900*================================================================
020000 0000-MAINLINE.
020100*================================================================
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020300     PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
020400     IF OPERADOR-VALIDO
020500         PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
020600             UNTIL WS-TRAN-FIN-FICHERO
020700         PERFORM 5000-VALIDAR-CADENA THRU 5000-EXIT
020800         MOVE "CADENA DESPUES DEL MANTENIMIENTO" TO RPT-LINEA
020900         PERFORM 6000-LISTAR-CADENA THRU 6000-EXIT
021000         PERFORM 7000-ARBOL-DEPENDENCIAS THRU 7000-EXIT
021100         PERFORM 4000-REGRABAR-MAESTRO THRU 4000-EXIT
021200     END-IF
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT
021400     GOBACK.
021500*================================================================
021600 1000-INITIALIZE.
021700*================================================================
021800     OPEN OUTPUT MANTENIMIENTO-RPT
021900     MOVE SPACES TO RPT-REGISTRO
021910     MOVE SPACES TO CAM-STD-AREA
021920     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
022000     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
022100     PERFORM 5000-VALIDAR-CADENA THRU 5000-EXIT
022200     MOVE "CADENA ANTES DEL MANTENIMIENTO" TO RPT-LINEA
022300     PERFORM 6000-LISTAR-CADENA THRU 6000-EXIT
022400     OPEN INPUT CONTROL-TRAN
022500     IF WS-TRAN-NO-EXISTE
022600         MOVE "10" TO WS-TRAN-STATUS
022700     ELSE
022800         PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.
023200*================================================================
023300 1100-CARGAR-MAESTRO.
023400*================================================================
023500     OPEN INPUT RUN-CTL
023600     IF WS-MAST-NO-EXISTE
023700         CONTINUE
023800     ELSE
023900         PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT
024000         PERFORM 1120-CARGAR-TARJETA THRU 1120-EXIT
024100             UNTIL WS-MAST-FIN-FICHERO
024200         CLOSE RUN-CTL
024300     END-IF.
024400 1100-EXIT.
024500     EXIT.
024600*================================================================
024700 1110-LEER-MAESTRO.
024800*================================================================
024900     READ RUN-CTL
025000         AT END
025100             MOVE "10" TO WS-MAST-STATUS
025200     END-READ.
025300 1110-EXIT.
025400     EXIT.
025500*================================================================
025600 1120-CARGAR-TARJETA.
025700*================================================================
025800*    LAS TARJETAS EN BLANCO SE IGNORAN, COMO HACE NOCTURNO.
025900     IF CTL-PROGRAMA NOT = SPACES AND WS-NUM-PASOS < 50
026000         ADD 1 TO WS-NUM-PASOS
026100         MOVE SPACES TO WS-PASO-ENTRY(WS-NUM-PASOS)
026200         MOVE CTL-PROGRAMA TO WS-PASO-PROGRAMA(WS-NUM-PASOS)
026300         MOVE CTL-RC-MAX   TO WS-PASO-RC-MAX(WS-NUM-PASOS)
026400         MOVE CTL-DEPENDE(1) TO WS-PASO-DEPENDE(WS-NUM-PASOS, 1)
026500         MOVE CTL-DEPENDE(2) TO WS-PASO-DEPENDE(WS-NUM-PASOS, 2)
026600         MOVE CTL-DEPENDE(3) TO WS-PASO-DEPENDE(WS-NUM-PASOS, 3)
026700         MOVE CTL-FREC     TO WS-PASO-FREC(WS-NUM-PASOS)
026800         MOVE CTL-FREC-DIA TO WS-PASO-FREC-DIA(WS-NUM-PASOS)
026900         MOVE CTL-SALIDA   TO WS-PASO-SALIDA(WS-NUM-PASOS)
026910         MOVE "O"          TO CAM-STD-FUNCION
026920         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
027000     END-IF
027100     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
027200 1120-EXIT.
027300     EXIT.
027400*================================================================
027500 1500-COMPROBAR-OPERADOR.
027600*================================================================
027700*    SIN PERMISO MANTCTL NO SE APLICA NADA: EL INFORME LO DICE
027800*    Y EL PASO TERMINA CON RC 8. EL OPERADOR VALIDADO FIGURA EN
027900*    EL INFORME DE MANTENIMIENTO.
028000     MOVE SPACES TO OPS-STD-AREA
028100     MOVE "MANTCTL" TO OPS-STD-PERMISO
028200     CALL "OPERSEG" USING OPS-STD-AREA
028300     MOVE SPACES TO RPT-LINEA
028400     WRITE RPT-LINEA
028500     IF OPS-PERMITIDO
028600         SET OPERADOR-VALIDO TO TRUE
028700         STRING "OPERADOR: " DELIMITED BY SIZE
028800             OPS-STD-OPERADOR DELIMITED BY SIZE
028900             INTO RPT-LINEA
029000         END-STRING
029100     ELSE
029200         MOVE "OPERADOR SIN PERMISO MANTCTL, NADA APLICADO"
029300             TO RPT-LINEA
029400         MOVE 8 TO RETURN-CODE
029500     END-IF
029600     WRITE RPT-LINEA
029700     MOVE SPACES TO RPT-LINEA.
029800 1500-EXIT.
029900     EXIT.
030000*================================================================
030100 2000-APLICAR-TRANSACCION.
030200*================================================================
030300*    LOS CAMPOS SE VALIDAN ANTES DE TOCAR LA TABLA; DESPUES, LA
030400*    TRANSACCION SE APLICA SOBRE LA TABLA Y SE DESHACE SI LA
030500*    CADENA QUEDA CON MAS ERRORES QUE ANTES.
030600     ADD 1 TO WS-TOTAL-TRANS
030700     MOVE "N" TO WS-TRAN-MALA
030800     MOVE SPACES TO WS-MOTIVO
030900     IF WS-TOTAL-TRANS = 1
031000         MOVE SPACES TO RPT-LINEA
031100         WRITE RPT-LINEA
031200         MOVE "TRANSACCIONES" TO RPT-LINEA
031300         WRITE RPT-LINEA
031400     END-IF
031500     PERFORM 2200-VALIDAR-CAMPOS THRU 2200-EXIT
031600     IF NOT TRAN-MALA
031700         MOVE WS-ERRORES-CADENA TO WS-ERRORES-ANTES
031800         MOVE WS-TABLA-PASOS TO WS-TABLA-RESPALDO
031900         MOVE WS-NUM-PASOS TO WS-NUM-RESPALDO
032000         EVALUATE TRAN-ACCION
032100             WHEN "A"
032200                 PERFORM 2300-ALTA-PASO THRU 2300-EXIT
032300             WHEN "C"
032400                 PERFORM 2400-CAMBIO-PASO THRU 2400-EXIT
032500             WHEN "B"
032600                 PERFORM 2500-BAJA-PASO THRU 2500-EXIT
032700         END-EVALUATE
032800     END-IF
032900     IF NOT TRAN-MALA
033000         PERFORM 5000-VALIDAR-CADENA THRU 5000-EXIT
033100         IF WS-ERRORES-CADENA > WS-ERRORES-ANTES
033200             PERFORM 2600-DESHACER THRU 2600-EXIT
033300         END-IF
033400     END-IF
033500     PERFORM 3000-ANOTAR-TRANSACCION THRU 3000-EXIT
033600     PERFORM 3500-REGISTRAR-AUDITORIA THRU 3500-EXIT
033700     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
033800 2000-EXIT.
033900     EXIT.
034000*================================================================
034100 2100-LEER-TRANSACCION.
034200*================================================================
034300     READ CONTROL-TRAN
034400         AT END
034500             MOVE "10" TO WS-TRAN-STATUS
034600     END-READ.
034700 2100-EXIT.
034800     EXIT.
034900*================================================================
035000 2200-VALIDAR-CAMPOS.
035100*================================================================
035200*    ACCION CONOCIDA Y, EN ALTA Y CAMBIO, TARJETA BIEN FORMADA.
035300*    QUE LAS DEPENDENCIAS EXISTAN Y SEAN ANTERIORES LO DECIDE LA
035400*    VALIDACION DE LA CADENA.
035500     IF TRAN-ACCION NOT = "A" AND TRAN-ACCION NOT = "C"
035600      AND TRAN-ACCION NOT = "B"
035700         MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO
035800         SET TRAN-MALA TO TRUE
035900         GO TO 2200-EXIT
036000     END-IF
036100     MOVE TRAN-TARJETA TO WS-TARJETA-PRUEBA
036200     IF TRAN-ACCION = "B"
036300         MOVE WS-PRU-PROGRAMA TO WS-NOMBRE-PRUEBA
036400         PERFORM 2900-PROBAR-NOMBRE THRU 2900-EXIT
036500         IF NOT NOMBRE-BUENO
036600             MOVE "NOMBRE DE PROGRAMA MAL FORMADO" TO WS-MOTIVO
036700             SET TRAN-MALA TO TRUE
036800         END-IF
036900         GO TO 2200-EXIT
037000     END-IF
037100     PERFORM 2220-VALIDAR-TARJETA THRU 2220-EXIT
037200     IF TARJETA-MALA
037300         SET TRAN-MALA TO TRUE
037400         GO TO 2200-EXIT
037500     END-IF
037600     IF TRAN-DESPUES NOT = SPACES
037700      AND TRAN-DESPUES = TRAN-PROGRAMA
037800         MOVE "NO PUEDE IR DETRAS DE SI MISMO" TO WS-MOTIVO
037900         SET TRAN-MALA TO TRUE
038000     END-IF.
038100 2200-EXIT.
038200     EXIT.
038300*================================================================
038400 2220-VALIDAR-TARJETA.
038500*================================================================
038600*    WS-TARJETA-PRUEBA: NOMBRE DE PROGRAMA, RC MAXIMO, CODIGO Y
038700*    DIA DE FRECUENCIA, NOMBRE DE SALIDA Y DEPENDENCIAS BIEN
038800*    FORMADAS, SIN REPETIR Y SIN APUNTAR AL PROPIO PASO. SI ALGO
038900*    FALLA, EL MOTIVO QUEDA EN WS-MOTIVO.
039000     MOVE "N" TO WS-TARJETA-MALA
039100     MOVE WS-PRU-PROGRAMA TO WS-NOMBRE-PRUEBA
039200     PERFORM 2900-PROBAR-NOMBRE THRU 2900-EXIT
039300     IF NOT NOMBRE-BUENO
039400         MOVE "NOMBRE DE PROGRAMA MAL FORMADO" TO WS-MOTIVO
039500         SET TARJETA-MALA TO TRUE
039600         GO TO 2220-EXIT
039700     END-IF
039800     EVALUATE TRUE
039900         WHEN WS-PRU-RC-MAX NOT = SPACES
040000          AND WS-PRU-RC-MAX IS NOT NUMERIC
040100             MOVE "RC MAXIMO NO NUMERICO" TO WS-MOTIVO
040200             SET TARJETA-MALA TO TRUE
040300         WHEN WS-PRU-RC-MAX IS NUMERIC AND WS-PRU-RC-MAX > "11"
040400             MOVE "RC MAXIMO DE 12 O MAS" TO WS-MOTIVO
040500             SET TARJETA-MALA TO TRUE
040600         WHEN WS-PRU-FREC NOT = SPACE AND WS-PRU-FREC NOT = "D"
040700          AND WS-PRU-FREC NOT = "S" AND WS-PRU-FREC NOT = "M"
040800          AND WS-PRU-FREC NOT = "L"
040900             MOVE "CODIGO DE FRECUENCIA DESCONOCIDO" TO WS-MOTIVO
041000             SET TARJETA-MALA TO TRUE
041100         WHEN WS-PRU-FREC = "S"
041200          AND (WS-PRU-FREC-DIA IS NOT NUMERIC
041300               OR WS-PRU-FREC-DIA-N < 1 OR WS-PRU-FREC-DIA-N > 7)
041400             MOVE "SEMANAL SIN DIA DE LA SEMANA 1-7" TO WS-MOTIVO
041500             SET TARJETA-MALA TO TRUE
041600         WHEN WS-PRU-FREC = "M"
041700          AND (WS-PRU-FREC-DIA IS NOT NUMERIC
041800               OR WS-PRU-FREC-DIA-N < 1 OR WS-PRU-FREC-DIA-N > 31)
041900             MOVE "MENSUAL SIN DIA DEL MES 1-31" TO WS-MOTIVO
042000             SET TARJETA-MALA TO TRUE
042100         WHEN WS-PRU-FREC NOT = "S" AND WS-PRU-FREC NOT = "M"
042200          AND WS-PRU-FREC-DIA NOT = SPACES
042300          AND WS-PRU-FREC-DIA NOT = "00"
042400             MOVE "DIA DE FRECUENCIA SOBRANTE" TO WS-MOTIVO
042500             SET TARJETA-MALA TO TRUE
042600     END-EVALUATE
042700     IF TARJETA-MALA
042800         GO TO 2220-EXIT
042900     END-IF
043000     IF WS-PRU-SALIDA NOT = SPACES
043100         MOVE WS-PRU-SALIDA TO WS-NOMBRE-PRUEBA
043200         PERFORM 2900-PROBAR-NOMBRE THRU 2900-EXIT
043300         IF NOT NOMBRE-BUENO
043400             MOVE "NOMBRE DE SALIDA MAL FORMADO" TO WS-MOTIVO
043500             SET TARJETA-MALA TO TRUE
043600             GO TO 2220-EXIT
043700         END-IF
043800     END-IF
043900     PERFORM 2250-VALIDAR-DEPENDENCIA THRU 2250-EXIT
044000         VARYING WS-IDX-DEP FROM 1 BY 1
044100         UNTIL WS-IDX-DEP > 3 OR TARJETA-MALA.
044200 2220-EXIT.
044300     EXIT.
044400*================================================================
044500 2250-VALIDAR-DEPENDENCIA.
044600*================================================================
044700     IF WS-PRU-DEPENDE(WS-IDX-DEP) = SPACES
044800         GO TO 2250-EXIT
044900     END-IF
045000     MOVE WS-PRU-DEPENDE(WS-IDX-DEP) TO WS-NOMBRE-PRUEBA
045100     PERFORM 2900-PROBAR-NOMBRE THRU 2900-EXIT
045200     EVALUATE TRUE
045300         WHEN NOT NOMBRE-BUENO
045400             MOVE "DEPENDENCIA MAL FORMADA" TO WS-MOTIVO
045500             SET TARJETA-MALA TO TRUE
045600         WHEN WS-PRU-DEPENDE(WS-IDX-DEP) = WS-PRU-PROGRAMA
045700             MOVE "DEPENDE DE SI MISMO" TO WS-MOTIVO
045800             SET TARJETA-MALA TO TRUE
045900         WHEN OTHER
046000             PERFORM 2260-COMPARAR-DEPENDENCIA THRU 2260-EXIT
046100                 VARYING WS-IDX-OTRA FROM 1 BY 1
046200                 UNTIL WS-IDX-OTRA >= WS-IDX-DEP OR TARJETA-MALA
046300     END-EVALUATE.
046400 2250-EXIT.
046500     EXIT.
046600*================================================================
046700 2260-COMPARAR-DEPENDENCIA.
046800*================================================================
046900     IF WS-PRU-DEPENDE(WS-IDX-OTRA) = WS-PRU-DEPENDE(WS-IDX-DEP)
047000         MOVE "DEPENDENCIA REPETIDA" TO WS-MOTIVO
047100         SET TARJETA-MALA TO TRUE
047200     END-IF.
047300 2260-EXIT.
047400     EXIT.
047500*================================================================
047600 2300-ALTA-PASO.
047700*================================================================
047800     MOVE TRAN-PROGRAMA TO WS-NOMBRE-PRUEBA
047900     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
048000     EVALUATE TRUE
048100         WHEN WS-IDX-HALLADO > 0
048200             MOVE "EL PASO YA EXISTE" TO WS-MOTIVO
048300             SET TRAN-MALA TO TRUE
048400         WHEN WS-NUM-PASOS >= 50
048500             MOVE "CADENA LLENA" TO WS-MOTIVO
048600             SET TRAN-MALA TO TRUE
048700         WHEN OTHER
048800             PERFORM 2750-BUSCAR-DESPUES THRU 2750-EXIT
048900     END-EVALUATE
049000     IF TRAN-MALA
049100         GO TO 2300-EXIT
049200     END-IF
049300     ADD 1 TO WS-NUM-PASOS
049400     MOVE WS-NUM-PASOS TO WS-IDX-DESTINO
049500     PERFORM 2800-CARGAR-TRANSACCION THRU 2800-EXIT
049600     IF TRAN-DESPUES NOT = SPACES
049700         COMPUTE WS-IDX-DESTINO = WS-IDX-DESPUES + 1
049800         MOVE WS-NUM-PASOS TO WS-IDX
049900         PERFORM 2850-MOVER-PASO THRU 2850-EXIT
050000     END-IF.
050100 2300-EXIT.
050200     EXIT.
050300*================================================================
050400 2400-CAMBIO-PASO.
050500*================================================================
050600     MOVE TRAN-PROGRAMA TO WS-NOMBRE-PRUEBA
050700     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
050800     IF WS-IDX-HALLADO = 0
050900         MOVE "EL PASO NO EXISTE" TO WS-MOTIVO
051000         SET TRAN-MALA TO TRUE
051100         GO TO 2400-EXIT
051200     END-IF
051300     PERFORM 2750-BUSCAR-DESPUES THRU 2750-EXIT
051400     IF TRAN-MALA
051500         GO TO 2400-EXIT
051600     END-IF
051700     MOVE WS-IDX-HALLADO TO WS-IDX-DESTINO
051800     PERFORM 2800-CARGAR-TRANSACCION THRU 2800-EXIT
051900     IF TRAN-DESPUES = SPACES
052000         GO TO 2400-EXIT
052100     END-IF
052200*    AL SACAR EL PASO DE SU SITIO, LOS DE DETRAS SUBEN UNO.
052300     MOVE WS-IDX-HALLADO TO WS-IDX
052400     IF WS-IDX-DESPUES < WS-IDX-HALLADO
052500         COMPUTE WS-IDX-DESTINO = WS-IDX-DESPUES + 1
052600     ELSE
052700         MOVE WS-IDX-DESPUES TO WS-IDX-DESTINO
052800     END-IF
052900     PERFORM 2850-MOVER-PASO THRU 2850-EXIT.
053000 2400-EXIT.
053100     EXIT.
053200*================================================================
053300 2500-BAJA-PASO.
053400*================================================================
053500*    LA BAJA DE UN PASO DEL QUE OTROS DEPENDEN LA RECHAZA LA
053600*    VALIDACION DE LA CADENA, QUE LOS DEJA CON UNA DEPENDENCIA
053700*    DESCONOCIDA.
053800     MOVE TRAN-PROGRAMA TO WS-NOMBRE-PRUEBA
053900     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
054000     IF WS-IDX-HALLADO = 0
054100         MOVE "EL PASO NO EXISTE" TO WS-MOTIVO
054200         SET TRAN-MALA TO TRUE
054300         GO TO 2500-EXIT
054400     END-IF
054500     MOVE WS-IDX-HALLADO TO WS-IDX
054600     MOVE WS-NUM-PASOS TO WS-IDX-DESTINO
054700     PERFORM 2850-MOVER-PASO THRU 2850-EXIT
054800     SUBTRACT 1 FROM WS-NUM-PASOS.
054900 2500-EXIT.
055000     EXIT.
055100*================================================================
055200 2600-DESHACER.
055300*================================================================
055400*    LA TRANSACCION EMPEORA LA CADENA: SE RECHAZA CON EL ERROR DEL
055500*    PASO TOCADO (O EL PRIMERO QUE APAREZCA) Y LA TABLA VUELVE A
055600*    SU COPIA DE RESPALDO.
055700     MOVE TRAN-PROGRAMA TO WS-NOMBRE-PRUEBA
055800     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
055900     EVALUATE TRUE
056000         WHEN TRAN-ACCION = "B"
056100             MOVE "OTROS PASOS DEPENDEN DE EL" TO WS-MOTIVO
056200         WHEN WS-IDX-HALLADO > 0
056300          AND WS-PASO-ERROR(WS-IDX-HALLADO) NOT = SPACES
056400             MOVE WS-PASO-ERROR(WS-IDX-HALLADO) TO WS-MOTIVO
056500         WHEN OTHER
056600             PERFORM 2650-PRIMER-ERROR THRU 2650-EXIT
056700                 VARYING WS-IDX FROM 1 BY 1
056800                 UNTIL WS-IDX > WS-NUM-PASOS
056900                    OR WS-MOTIVO NOT = SPACES
057000     END-EVALUATE
057100     SET TRAN-MALA TO TRUE
057200     MOVE WS-TABLA-RESPALDO TO WS-TABLA-PASOS
057300     MOVE WS-NUM-RESPALDO TO WS-NUM-PASOS
057400     MOVE WS-ERRORES-ANTES TO WS-ERRORES-CADENA.
057500 2600-EXIT.
057600     EXIT.
057700*================================================================
057800 2650-PRIMER-ERROR.
057900*================================================================
058000     IF WS-PASO-ERROR(WS-IDX) NOT = SPACES
058100         STRING WS-PASO-PROGRAMA(WS-IDX) DELIMITED BY SPACE
058200             ": " DELIMITED BY SIZE
058300             WS-PASO-ERROR(WS-IDX) DELIMITED BY SIZE
058400             INTO WS-MOTIVO
058500         END-STRING
058600     END-IF.
058700 2650-EXIT.
058800     EXIT.
058900*================================================================
059000 2700-BUSCAR-PASO.
059100*================================================================
059200*    POSICION EN LA CADENA DEL PASO WS-NOMBRE-PRUEBA, O CERO.
059300     MOVE 0 TO WS-IDX-HALLADO
059400     PERFORM 2710-COMPARAR-PASO THRU 2710-EXIT
059500         VARYING WS-IDX-BUSCA FROM 1 BY 1
059600         UNTIL WS-IDX-BUSCA > WS-NUM-PASOS
059700            OR WS-IDX-HALLADO > 0.
059800 2700-EXIT.
059900     EXIT.
060000*================================================================
060100 2710-COMPARAR-PASO.
060200*================================================================
060300     IF WS-PASO-PROGRAMA(WS-IDX-BUSCA) = WS-NOMBRE-PRUEBA
060400         MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
060500     END-IF.
060600 2710-EXIT.
060700     EXIT.
060800*================================================================
060900 2750-BUSCAR-DESPUES.
061000*================================================================
061100     MOVE 0 TO WS-IDX-DESPUES
061200     IF TRAN-DESPUES = SPACES
061300         GO TO 2750-EXIT
061400     END-IF
061500     MOVE WS-IDX-HALLADO TO WS-IDX-OTRA
061600     MOVE TRAN-DESPUES TO WS-NOMBRE-PRUEBA
061700     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
061800     MOVE WS-IDX-HALLADO TO WS-IDX-DESPUES
061900     MOVE WS-IDX-OTRA TO WS-IDX-HALLADO
062000     IF WS-IDX-DESPUES = 0
062100         MOVE "NO EXISTE EL PASO DE DETRAS" TO WS-MOTIVO
062200         SET TRAN-MALA TO TRUE
062300     END-IF.
062400 2750-EXIT.
062500     EXIT.
062600*================================================================
062700 2800-CARGAR-TRANSACCION.
062800*================================================================
062900     MOVE SPACES TO WS-PASO-ENTRY(WS-IDX-DESTINO)
063000     MOVE TRAN-PROGRAMA TO WS-PASO-PROGRAMA(WS-IDX-DESTINO)
063100     MOVE TRAN-RC-MAX   TO WS-PASO-RC-MAX(WS-IDX-DESTINO)
063200     MOVE TRAN-DEPENDE(1) TO WS-PASO-DEPENDE(WS-IDX-DESTINO, 1)
063300     MOVE TRAN-DEPENDE(2) TO WS-PASO-DEPENDE(WS-IDX-DESTINO, 2)
063400     MOVE TRAN-DEPENDE(3) TO WS-PASO-DEPENDE(WS-IDX-DESTINO, 3)
063500     MOVE TRAN-FREC     TO WS-PASO-FREC(WS-IDX-DESTINO)
063600     MOVE TRAN-FREC-DIA TO WS-PASO-FREC-DIA(WS-IDX-DESTINO)
063700     MOVE TRAN-SALIDA   TO WS-PASO-SALIDA(WS-IDX-DESTINO).
063800 2800-EXIT.
063900     EXIT.
064000*================================================================
064100 2850-MOVER-PASO.
064200*================================================================
064300*    LLEVA EL PASO DE LA POSICION WS-IDX A WS-IDX-DESTINO
064400*    CORRIENDO UNO LOS PASOS QUE QUEDAN ENTRE MEDIAS.
064500     MOVE WS-PASO-ENTRY(WS-IDX) TO WS-PASO-TRASLADO
064600     PERFORM 2860-CORRER-PASO THRU 2860-EXIT
064700         UNTIL WS-IDX = WS-IDX-DESTINO
064800     MOVE WS-PASO-TRASLADO TO WS-PASO-ENTRY(WS-IDX-DESTINO).
064900 2850-EXIT.
065000     EXIT.
065100*================================================================
065200 2860-CORRER-PASO.
065300*================================================================
065400     IF WS-IDX < WS-IDX-DESTINO
065500         MOVE WS-PASO-ENTRY(WS-IDX + 1) TO WS-PASO-ENTRY(WS-IDX)
065600         ADD 1 TO WS-IDX
065700     ELSE
065800         MOVE WS-PASO-ENTRY(WS-IDX - 1) TO WS-PASO-ENTRY(WS-IDX)
065900         SUBTRACT 1 FROM WS-IDX
066000     END-IF.
066100 2860-EXIT.
066200     EXIT.
066300*================================================================
066400 2900-PROBAR-NOMBRE.
066500*================================================================
066600*    WS-NOMBRE-PRUEBA: LETRA INICIAL Y DESPUES SOLO LETRAS,
066700*    CIFRAS O GUIONES HASTA EL PRIMER BLANCO, Y BLANCOS AL FINAL.
066800     MOVE "N" TO WS-NOMBRE-BUENO WS-HAY-BLANCO
066900     MOVE WS-NOMBRE-PRUEBA(1:1) TO WS-CARACTER
067000     IF WS-CARACTER = SPACE
067100      OR WS-CARACTER IS NOT ALPHABETIC-UPPER
067200         GO TO 2900-EXIT
067300     END-IF
067400     SET NOMBRE-BUENO TO TRUE
067500     PERFORM 2950-PROBAR-CARACTER THRU 2950-EXIT
067600         VARYING WS-IDX-CAR FROM 2 BY 1
067700         UNTIL WS-IDX-CAR > 16 OR NOT NOMBRE-BUENO.
067800 2900-EXIT.
067900     EXIT.
068000*================================================================
068100 2950-PROBAR-CARACTER.
068200*================================================================
068300     MOVE WS-NOMBRE-PRUEBA(WS-IDX-CAR:1) TO WS-CARACTER
068400     EVALUATE TRUE
068500         WHEN WS-CARACTER = SPACE
068600             SET HAY-BLANCO TO TRUE
068700         WHEN HAY-BLANCO
068800             MOVE "N" TO WS-NOMBRE-BUENO
068900         WHEN WS-CARACTER IS ALPHABETIC-UPPER
069000          OR WS-CARACTER IS NUMERIC
069100          OR WS-CARACTER = "-"
069200             CONTINUE
069300         WHEN OTHER
069400             MOVE "N" TO WS-NOMBRE-BUENO
069500     END-EVALUATE.
069600 2950-EXIT.
069700     EXIT.
069800*================================================================
069900 3000-ANOTAR-TRANSACCION.
070000*================================================================
070100     MOVE SPACES TO RPT-REGISTRO
070200     MOVE TRAN-ACCION   TO RPT-ACCION
070300     MOVE TRAN-PROGRAMA TO RPT-PROGRAMA
070400     MOVE TRAN-DESPUES  TO RPT-DESPUES
070500     IF TRAN-MALA
070600         MOVE "RECHAZADA" TO RPT-ESTADO
070700         ADD 1 TO WS-TOTAL-RECHAZADAS
070800     ELSE
070900         MOVE "APLICADA" TO RPT-ESTADO
071000         ADD 1 TO WS-TOTAL-APLICADAS
071100         SET HAY-CAMBIO TO TRUE
071200     END-IF
071300     MOVE WS-MOTIVO TO RPT-MOTIVO
071400     WRITE RPT-REGISTRO.
071500 3000-EXIT.
071600     EXIT.
071700*================================================================
071800 3500-REGISTRAR-AUDITORIA.
071900*================================================================
072000*    CADA TRANSACCION, APLICADA O NO, QUEDA EN LA AUDITORIA DEL
072100*    DIA CON EL PASO TOCADO Y EL OPERADOR QUE LA FIRMO.
072200     MOVE SPACES TO AUD-STD-REGISTRO
072300     MOVE "MANTCTL" TO AUD-STD-PROGRAMA
072400     MOVE TRAN-PROGRAMA TO AUD-STD-CLAVE(1:16)
072500     MOVE TRAN-ACCION   TO AUD-STD-CLAVE(18:1)
072600     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(20:8)
072700     IF TRAN-MALA
072800         MOVE "RECHAZADA" TO AUD-STD-DECISION
072900     ELSE
073000         MOVE "APLICADA" TO AUD-STD-DECISION
073100     END-IF
073200     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
073300     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
073400 3500-EXIT.
073500     EXIT.
073600*================================================================
073700 4000-REGRABAR-MAESTRO.
073800*================================================================
073900*    RUNCTL SOLO SE REGRABA SI ALGO CAMBIO Y LA CADENA QUEDA SIN
074000*    ERRORES; SI NO, SIGUE COMO ESTABA Y EL PASO TERMINA CON RC 8.
074100     MOVE SPACES TO RPT-LINEA
074200     WRITE RPT-LINEA
074300     IF WS-ERRORES-CADENA > 0
074400         MOVE "CADENA CON ERRORES, RUNCTL NO SE REGRABA"
074500             TO RPT-LINEA
074600         WRITE RPT-LINEA
074700         MOVE 8 TO RETURN-CODE
074800         GO TO 4000-EXIT
074900     END-IF
075000     IF NOT HAY-CAMBIO
075100         MOVE "SIN CAMBIOS, RUNCTL NO SE REGRABA" TO RPT-LINEA
075200         WRITE RPT-LINEA
075300         GO TO 4000-EXIT
075400     END-IF
075500     OPEN OUTPUT RUN-CTL
075600     PERFORM 4100-GRABAR-TARJETA THRU 4100-EXIT
075700         VARYING WS-IDX FROM 1 BY 1
075800         UNTIL WS-IDX > WS-NUM-PASOS
075900     CLOSE RUN-CTL
075910     MOVE "C" TO CAM-STD-FUNCION
075920     CALL "REGCAMB" USING CAM-STD-AREA
076000     MOVE "RUNCTL REGRABADO" TO RPT-LINEA
076100     WRITE RPT-LINEA.
076200 4000-EXIT.
076300     EXIT.
076400*================================================================
076500 4100-GRABAR-TARJETA.
076600*================================================================
076700     MOVE SPACES TO CTL-REGISTRO
076800     MOVE WS-PASO-PROGRAMA(WS-IDX) TO CTL-PROGRAMA
076900     MOVE WS-PASO-RC-MAX(WS-IDX)   TO CTL-RC-MAX
077000     MOVE WS-PASO-DEPENDE(WS-IDX, 1) TO CTL-DEPENDE(1)
077100     MOVE WS-PASO-DEPENDE(WS-IDX, 2) TO CTL-DEPENDE(2)
077200     MOVE WS-PASO-DEPENDE(WS-IDX, 3) TO CTL-DEPENDE(3)
077300     MOVE WS-PASO-FREC(WS-IDX)     TO CTL-FREC
077400     MOVE WS-PASO-FREC-DIA(WS-IDX) TO CTL-FREC-DIA
077500     MOVE WS-PASO-SALIDA(WS-IDX)   TO CTL-SALIDA
077600     WRITE CTL-REGISTRO
077700     ADD 1 TO WS-TOTAL-EN-MAESTRO
077710     MOVE "F" TO CAM-STD-FUNCION
077720     PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT.
077800 4100-EXIT.
077900     EXIT.
077906*================================================================
077912 4900-ANOTAR-CAMBIO.
077918*================================================================
077924*    PASA AL DIARIO DE CAMBIOS LA TARJETA DEL REGISTRO DE RUNCTL
077930*    (CLAVE PROGRAMA DEL PASO) CON LA FUNCION YA PUESTA.
077936     MOVE "MANTCTL"        TO CAM-STD-PROGRAMA
077942     MOVE "RUNCTL"         TO CAM-STD-MAESTRO
077948     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
077954     MOVE SPACES           TO CAM-STD-ANTES
077960     MOVE CTL-PROGRAMA     TO CAM-STD-CLAVE
077966     MOVE CTL-REGISTRO     TO CAM-STD-IMAGEN
077972     CALL "REGCAMB" USING CAM-STD-AREA.
077978 4900-EXIT.
077984     EXIT.
078000*================================================================
078100 5000-VALIDAR-CADENA.
078200*================================================================
078300*    REVISION DE LA CADENA ENTERA: PASOS REPETIDOS, DEPENDENCIAS
078400*    DESCONOCIDAS O POSTERIORES AL PASO, Y CICLOS. UN PASO SE DA
078500*    POR RESUELTO CUANDO TODAS SUS DEPENDENCIAS LO ESTAN; LAS
078600*    PASADAS SE REPITEN MIENTRAS ALGUNO SE RESUELVA, Y LOS QUE
078700*    QUEDAN SIN RESOLVER ESTAN EN UN CICLO O CUELGAN DE UNO.
078800*    LA TARJETA DE CADA PASO SE VALIDA TAMBIEN, POR SI RUNCTL SE
078900*    HA EDITADO A MANO.
079000     MOVE 0 TO WS-ERRORES-CADENA
079100     PERFORM 5100-REVISAR-PASO THRU 5100-EXIT
079200         VARYING WS-IDX FROM 1 BY 1
079300         UNTIL WS-IDX > WS-NUM-PASOS
079400     SET HUBO-AVANCE TO TRUE
079500     PERFORM 5300-PASADA-CICLOS THRU 5300-EXIT
079600         UNTIL NOT HUBO-AVANCE
079700     PERFORM 5500-MARCAR-CICLO THRU 5500-EXIT
079800         VARYING WS-IDX FROM 1 BY 1
079900         UNTIL WS-IDX > WS-NUM-PASOS.
080000 5000-EXIT.
080100     EXIT.
080200*================================================================
080300 5100-REVISAR-PASO.
080400*================================================================
080500     MOVE SPACES TO WS-PASO-ERROR(WS-IDX)
080600     MOVE "N" TO WS-PASO-RESUELTO(WS-IDX)
080700     MOVE WS-PASO-PROGRAMA(WS-IDX) TO WS-NOMBRE-PRUEBA
080800     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
080900     IF WS-IDX-HALLADO NOT = WS-IDX
081000         MOVE "PASO REPETIDO EN LA CADENA"
081100             TO WS-PASO-ERROR(WS-IDX)
081200         ADD 1 TO WS-ERRORES-CADENA
081300         GO TO 5100-EXIT
081400     END-IF
081500     MOVE WS-PASO-ENTRY(WS-IDX)(1:81) TO WS-TARJETA-PRUEBA
081600     MOVE WS-MOTIVO TO WS-MOTIVO-GUARDADO
081700     PERFORM 2220-VALIDAR-TARJETA THRU 2220-EXIT
081800     IF TARJETA-MALA
081900         MOVE WS-MOTIVO TO WS-PASO-ERROR(WS-IDX)
082000         ADD 1 TO WS-ERRORES-CADENA
082100     END-IF
082200     MOVE WS-MOTIVO-GUARDADO TO WS-MOTIVO
082300     IF TARJETA-MALA
082400         GO TO 5100-EXIT
082500     END-IF
082600     PERFORM 5200-REVISAR-DEPENDENCIA THRU 5200-EXIT
082700         VARYING WS-IDX-DEP FROM 1 BY 1
082800         UNTIL WS-IDX-DEP > 3
082900            OR WS-PASO-ERROR(WS-IDX) NOT = SPACES.
083000 5100-EXIT.
083100     EXIT.
083200*================================================================
083300 5200-REVISAR-DEPENDENCIA.
083400*================================================================
083500     IF WS-PASO-DEPENDE(WS-IDX, WS-IDX-DEP) = SPACES
083600         GO TO 5200-EXIT
083700     END-IF
083800     MOVE WS-PASO-DEPENDE(WS-IDX, WS-IDX-DEP) TO WS-NOMBRE-PRUEBA
083900     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
084000     MOVE WS-IDX-HALLADO TO WS-POS-DEP
084100     EVALUATE TRUE
084200         WHEN WS-POS-DEP = 0
084300             STRING "DEPENDE DE " DELIMITED BY SIZE
084400                 WS-NOMBRE-PRUEBA DELIMITED BY SPACE
084500                 ", QUE NO EXISTE" DELIMITED BY SIZE
084600                 INTO WS-PASO-ERROR(WS-IDX)
084700             END-STRING
084800             ADD 1 TO WS-ERRORES-CADENA
084900         WHEN WS-POS-DEP > WS-IDX
085000             STRING "DEPENDE DE " DELIMITED BY SIZE
085100                 WS-NOMBRE-PRUEBA DELIMITED BY SPACE
085200                 ", POSTERIOR" DELIMITED BY SIZE
085300                 INTO WS-PASO-ERROR(WS-IDX)
085400             END-STRING
085500             ADD 1 TO WS-ERRORES-CADENA
085600     END-EVALUATE.
085700 5200-EXIT.
085800     EXIT.
085900*================================================================
086000 5300-PASADA-CICLOS.
086100*================================================================
086200     MOVE "N" TO WS-HUBO-AVANCE
086300     PERFORM 5400-RESOLVER-PASO THRU 5400-EXIT
086400         VARYING WS-IDX FROM 1 BY 1
086500         UNTIL WS-IDX > WS-NUM-PASOS.
086600 5300-EXIT.
086700     EXIT.
086800*================================================================
086900 5400-RESOLVER-PASO.
087000*================================================================
087100*    UNA DEPENDENCIA DESCONOCIDA NO FRENA LA RESOLUCION: ESE
087200*    ERROR YA ESTA ANOTADO Y AQUI SOLO SE BUSCAN LOS CICLOS.
087300     IF WS-PASO-RESUELTO(WS-IDX) = "S"
087400         GO TO 5400-EXIT
087500     END-IF
087600     SET DEPS-RESUELTAS TO TRUE
087700     PERFORM 5450-DEPENDENCIA-RESUELTA THRU 5450-EXIT
087800         VARYING WS-IDX-DEP FROM 1 BY 1
087900         UNTIL WS-IDX-DEP > 3 OR NOT DEPS-RESUELTAS
088000     IF DEPS-RESUELTAS
088100         MOVE "S" TO WS-PASO-RESUELTO(WS-IDX)
088200         SET HUBO-AVANCE TO TRUE
088300     END-IF.
088400 5400-EXIT.
088500     EXIT.
088600*================================================================
088700 5450-DEPENDENCIA-RESUELTA.
088800*================================================================
088900     IF WS-PASO-DEPENDE(WS-IDX, WS-IDX-DEP) = SPACES
089000         GO TO 5450-EXIT
089100     END-IF
089200     MOVE WS-PASO-DEPENDE(WS-IDX, WS-IDX-DEP) TO WS-NOMBRE-PRUEBA
089300     PERFORM 2700-BUSCAR-PASO THRU 2700-EXIT
089400     IF WS-IDX-HALLADO > 0
089500         IF WS-PASO-RESUELTO(WS-IDX-HALLADO) NOT = "S"
089600             MOVE "N" TO WS-DEPS-RESUELTAS
089700         END-IF
089800     END-IF.
089900 5450-EXIT.
090000     EXIT.
090100*================================================================
090200 5500-MARCAR-CICLO.
090300*================================================================
090400*    UN PASO CON OTRO ERROR YA ANOTADO LO CONSERVA.
090500     IF WS-PASO-RESUELTO(WS-IDX) NOT = "S"
090600      AND WS-PASO-ERROR(WS-IDX) = SPACES
090700         ADD 1 TO WS-ERRORES-CADENA
090800         MOVE "EN UN CICLO O DEPENDE DE UNO"
090900             TO WS-PASO-ERROR(WS-IDX)
091000     END-IF.
091100 5500-EXIT.
091200     EXIT.
091300*================================================================
091400 6000-LISTAR-CADENA.
091500*================================================================
091600*    EL TITULO LLEGA EN RPT-LINEA. CADA PASO SALE CON SU ORDEN,
091700*    SU TARJETA Y, SI LO TIENE, SU ERROR DE CADENA.
091800     WRITE RPT-LINEA
091900     MOVE SPACES TO RPT-LINEA
092000     STRING "NO PROGRAMA         RC FR SALIDA       "
092100         "DEPENDE DE (1, 2 Y 3)" DELIMITED BY SIZE
092200         INTO RPT-LINEA
092300     END-STRING
092400     WRITE RPT-LINEA
092500     PERFORM 6100-LISTAR-PASO THRU 6100-EXIT
092600         VARYING WS-IDX FROM 1 BY 1
092700         UNTIL WS-IDX > WS-NUM-PASOS
092800     MOVE "PASOS EN LA CADENA"      TO RPT-RESUMEN-ETIQUETA
092900     MOVE WS-NUM-PASOS              TO RPT-RESUMEN-VALOR
093000     WRITE RPT-RESUMEN-REGISTRO
093100     MOVE "ERRORES DE CADENA"       TO RPT-RESUMEN-ETIQUETA
093200     MOVE WS-ERRORES-CADENA         TO RPT-RESUMEN-VALOR
093300     WRITE RPT-RESUMEN-REGISTRO.
093400 6000-EXIT.
093500     EXIT.
093600*================================================================
093700 6100-LISTAR-PASO.
093800*================================================================
093900     MOVE SPACES TO RPT-PASO
094000     MOVE WS-IDX TO RPT-PASO-ORDEN
094100     MOVE WS-PASO-PROGRAMA(WS-IDX) TO RPT-PASO-PROGRAMA
094200     MOVE WS-PASO-RC-MAX(WS-IDX)   TO RPT-PASO-RC-MAX
094300     MOVE WS-PASO-FREC(WS-IDX)     TO RPT-PASO-FREC
094400     MOVE WS-PASO-FREC-DIA(WS-IDX) TO RPT-PASO-FREC-DIA
094500     MOVE WS-PASO-SALIDA(WS-IDX)   TO RPT-PASO-SALIDA
094600     MOVE WS-PASO-DEPENDE(WS-IDX, 1) TO RPT-PASO-DEP(1)
094700     MOVE WS-PASO-DEPENDE(WS-IDX, 2) TO RPT-PASO-DEP(2)
094800     MOVE WS-PASO-DEPENDE(WS-IDX, 3) TO RPT-PASO-DEP(3)
094900     MOVE WS-PASO-ERROR(WS-IDX)    TO RPT-PASO-ERROR
095000     WRITE RPT-PASO.
095100 6100-EXIT.
095200     EXIT.
095300*================================================================
095400 7000-ARBOL-DEPENDENCIAS.
095500*================================================================
095600*    CADA PASO SIN DEPENDENCIAS ABRE UNA RAMA; DEBAJO, SANGRADOS,
095700*    LOS PASOS QUE DEPENDEN DE EL (UN PASO CON VARIOS
095800*    PREDECESORES SALE BAJO CADA UNO). LOS PASOS QUE NINGUNA
095900*    RAMA ALCANZA SE LISTAN APARTE.
096000     MOVE SPACES TO RPT-LINEA
096100     WRITE RPT-LINEA
096200     MOVE "ARBOL DE DEPENDENCIAS" TO RPT-LINEA
096300     WRITE RPT-LINEA
096400     PERFORM 7050-LIMPIAR-MARCA THRU 7050-EXIT
096500         VARYING WS-IDX FROM 1 BY 1
096600         UNTIL WS-IDX > WS-NUM-PASOS
096700     PERFORM 7100-ABRIR-RAMA THRU 7100-EXIT
096800         VARYING WS-IDX FROM 1 BY 1
096900         UNTIL WS-IDX > WS-NUM-PASOS
097000     PERFORM 7500-LISTAR-SUELTO THRU 7500-EXIT
097100         VARYING WS-IDX FROM 1 BY 1
097200         UNTIL WS-IDX > WS-NUM-PASOS.
097300 7000-EXIT.
097400     EXIT.
097500*================================================================
097600 7050-LIMPIAR-MARCA.
097700*================================================================
097800     MOVE "N" TO WS-PASO-EN-ARBOL(WS-IDX).
097900 7050-EXIT.
098000     EXIT.
098100*================================================================
098200 7100-ABRIR-RAMA.
098300*================================================================
098400     IF WS-PASO-DEPENDE(WS-IDX, 1) NOT = SPACES
098500      OR WS-PASO-DEPENDE(WS-IDX, 2) NOT = SPACES
098600      OR WS-PASO-DEPENDE(WS-IDX, 3) NOT = SPACES
098700         GO TO 7100-EXIT
098800     END-IF
098900     MOVE WS-IDX TO WS-ARBOL-HIJO
099000     MOVE 0 TO WS-PILA-ALTURA
099100     PERFORM 7300-APILAR THRU 7300-EXIT
099200     PERFORM 7200-SEGUIR-RAMA THRU 7200-EXIT
099300         UNTIL WS-PILA-ALTURA = 0.
099400 7100-EXIT.
099500     EXIT.
099600*================================================================
099700 7200-SEGUIR-RAMA.
099800*================================================================
099900*    BUSCA EL SIGUIENTE DEPENDIENTE DEL PASO DE LA CIMA; SI NO
100000*    QUEDAN, LA CIMA SE DESAPILA.
100100     MOVE 0 TO WS-ARBOL-HIJO
100200     PERFORM 7400-BUSCAR-HIJO THRU 7400-EXIT
100300         UNTIL WS-ARBOL-HIJO > 0
100400            OR WS-PILA-SIGUE(WS-PILA-ALTURA) > WS-NUM-PASOS
100500     IF WS-ARBOL-HIJO = 0
100600         SUBTRACT 1 FROM WS-PILA-ALTURA
100700     ELSE
100800         PERFORM 7300-APILAR THRU 7300-EXIT
100900     END-IF.
101000 7200-EXIT.
101100     EXIT.
101200*================================================================
101300 7300-APILAR.
101400*================================================================
101500*    ESCRIBE EL PASO WS-ARBOL-HIJO SANGRADO SEGUN SU PROFUNDIDAD
101600*    Y LO APILA; MAS ALLA DE DOCE NIVELES SOLO SE ESCRIBE.
101700     MOVE "S" TO WS-PASO-EN-ARBOL(WS-ARBOL-HIJO)
101800     COMPUTE WS-ARBOL-SANGRIA = (WS-PILA-ALTURA * 3) + 1
101900     MOVE SPACES TO RPT-LINEA
102000     MOVE WS-PASO-PROGRAMA(WS-ARBOL-HIJO)
102100         TO RPT-LINEA(WS-ARBOL-SANGRIA:16)
102200     WRITE RPT-LINEA
102300     IF WS-PILA-ALTURA < 12
102400         ADD 1 TO WS-PILA-ALTURA
102500         MOVE WS-ARBOL-HIJO TO WS-PILA-PASO(WS-PILA-ALTURA)
102600         MOVE 1 TO WS-PILA-SIGUE(WS-PILA-ALTURA)
102700     END-IF.
102800 7300-EXIT.
102900     EXIT.
103000*================================================================
103100 7400-BUSCAR-HIJO.
103200*================================================================
103300     MOVE WS-PILA-SIGUE(WS-PILA-ALTURA) TO WS-IDX-OTRA
103400     ADD 1 TO WS-PILA-SIGUE(WS-PILA-ALTURA)
103500     MOVE WS-PILA-PASO(WS-PILA-ALTURA) TO WS-IDX-HALLADO
103600     IF WS-PASO-DEPENDE(WS-IDX-OTRA, 1) =
103700        WS-PASO-PROGRAMA(WS-IDX-HALLADO)
103800      OR WS-PASO-DEPENDE(WS-IDX-OTRA, 2) =
103900        WS-PASO-PROGRAMA(WS-IDX-HALLADO)
104000      OR WS-PASO-DEPENDE(WS-IDX-OTRA, 3) =
104100        WS-PASO-PROGRAMA(WS-IDX-HALLADO)
104200         MOVE WS-IDX-OTRA TO WS-ARBOL-HIJO
104300     END-IF.
104400 7400-EXIT.
104500     EXIT.
104600*================================================================
104700 7500-LISTAR-SUELTO.
104800*================================================================
104900     IF WS-PASO-EN-ARBOL(WS-IDX) = "S"
105000         GO TO 7500-EXIT
105100     END-IF
105200     IF WS-PASO-ERROR(WS-IDX) = SPACES
105300         MOVE "CUELGA DE UN PASO CON ERROR"
105400             TO WS-PASO-ERROR(WS-IDX)
105500     END-IF
105600     MOVE SPACES TO RPT-LINEA
105700     STRING "FUERA DEL ARBOL: " DELIMITED BY SIZE
105800         WS-PASO-PROGRAMA(WS-IDX) DELIMITED BY SPACE
105900         " (" DELIMITED BY SIZE
106000         WS-PASO-ERROR(WS-IDX) DELIMITED BY "  "
106100         ")" DELIMITED BY SIZE
106200         INTO RPT-LINEA
106300     END-STRING
106400     WRITE RPT-LINEA.
106500 7500-EXIT.
106600     EXIT.
106700*================================================================
106800 9000-TERMINATE.
106900*================================================================
107000     MOVE SPACES TO RPT-LINEA
107100     WRITE RPT-LINEA
107200     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
107300     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
107400     WRITE RPT-RESUMEN-REGISTRO
107500     MOVE "TRANSACCIONES APLICADAS"  TO RPT-RESUMEN-ETIQUETA
107600     MOVE WS-TOTAL-APLICADAS         TO RPT-RESUMEN-VALOR
107700     WRITE RPT-RESUMEN-REGISTRO
107800     MOVE "TRANSACCIONES RECHAZADAS" TO RPT-RESUMEN-ETIQUETA
107900     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
108000     WRITE RPT-RESUMEN-REGISTRO
108100     MOVE "TARJETAS GRABADAS EN RUNCTL" TO RPT-RESUMEN-ETIQUETA
108200     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
108300     WRITE RPT-RESUMEN-REGISTRO
108310     IF CAM-STD-CAMBIOS > 0
108320         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
108330         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
108340         WRITE RPT-RESUMEN-REGISTRO
108350         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
108360         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
108370         WRITE RPT-RESUMEN-REGISTRO
108380     END-IF
108400     IF WS-TOTAL-RECHAZADAS > 0 AND RETURN-CODE < 4
108500         MOVE 4 TO RETURN-CODE
108600     END-IF
108700     CLOSE MANTENIMIENTO-RPT.
108800 9000-EXIT.
108900     EXIT.
109000 END PROGRAM MANTCTL.
