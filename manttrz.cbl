000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MANTTRZ.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MANTENIMIENTO DEL MAESTRO
001300*                    DE TRAZADOS TRZMAST, EL UNICO SITIO DONDE
001400*                    SE DECLARA LA POSICION DE UN CAMPO: LAS
001500*                    REGLAS DE PREVALID, LOS PERFILES DE DISTRIB
001600*                    Y EL MENU DE REPARTALL LO NOMBRAN Y LO
001700*                    RESUELVEN AQUI. LAS TRANSACCIONES TRZTRAN (A
001800*                    ALTA, C CAMBIO, B BAJA) TRAEN FICHERO Y
001900*                    CAMPO (LA CLAVE), POSICION, LONGITUD, CLASE
002000*                    N/X, PROGRAMA PROPIETARIO Y DESCRIPCION.
002100*                    EXIGE OPERADOR CON PERMISO MANTTRZ (MODULO
002200*                    OPERSEG); CADA TRANSACCION QUEDA EN EL
002300*                    INFORME MANTZRPT, EN LA AUDITORIA DEL DIA Y
002400*                    EN EL DIARIO COMUN DE CAMBIOS (REGCAMB),
002500*                    DESDE EL QUE DESHACE PUEDE REVERTIR EL LOTE.
002600*                    DESPUES SE COMPRUEBA LA CONSISTENCIA: LAS
002700*                    REGLAS DE VALREGLAS Y LOS CAMPOS DE PARTPERF
002800*                    QUE NOMBRAN UN CAMPO QUE YA NO EXISTE, O QUE
002900*                    AUN DAN POSICION Y LONGITUD QUE NO CASAN CON
003000*                    NINGUN CAMPO DEL FICHERO, SALEN EN EL
003100*                    INFORME (RC 4).
003200*----------------------------------------------------------------
003300* SIN TRANSACCIONES EL PASO NO PIDE OPERADOR NI TOCA EL MAESTRO:
003400* SOLO LISTA LA CONSISTENCIA, LO QUE PERMITE CORRERLO DESPUES DE
003500* CUALQUIER CAMBIO EN VALREGLAS O PARTPERF. EL CAMBIO SUSTITUYE
003600* POSICION, LONGITUD, CLASE, PROPIETARIO Y DESCRIPCION; UN CAMPO
003700* NO SE RENOMBRA (BAJA Y ALTA).
003800*----------------------------------------------------------------
003900 ENVIRONMENT     DIVISION.
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
004200     SELECT TRAZADO-MAST ASSIGN TO "TRZMAST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-MAST-STATUS.
004500     SELECT TRAZADO-TRAN ASSIGN TO "TRZTRAN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-STATUS.
004800     SELECT REGLAS-MAST ASSIGN TO "VALREGLAS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REG-STATUS.
005100     SELECT PERFIL-MAST ASSIGN TO "PARTPERF"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PER-STATUS.
005400     SELECT MANTENIMIENTO-RPT ASSIGN TO "MANTZRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA            DIVISION.
005700 FILE            SECTION.
005800 FD  TRAZADO-MAST
005900     RECORDING MODE IS F.
006000     COPY TRZREG.
006100 FD  TRAZADO-TRAN
006200     RECORDING MODE IS F.
006300 01  TRAN-REGISTRO.
006400     05  TRAN-ACCION         PIC X(01).
006500     05  TRAN-FICHERO        PIC X(12).
006600     05  TRAN-CAMPO          PIC X(10).
006700     05  TRAN-POS            PIC X(04).
006800     05  TRAN-POS-N REDEFINES TRAN-POS
006900                             PIC 9(04).
007000     05  TRAN-LARGO          PIC X(03).
007100     05  TRAN-LARGO-N REDEFINES TRAN-LARGO
007200                             PIC 9(03).
007300     05  TRAN-CLASE          PIC X(01).
007400     05  TRAN-PROGRAMA       PIC X(08).
007500     05  TRAN-DESCRIPCION    PIC X(40).
007600*    REGLAS DE PREVALID Y PERFILES DE DISTRIB, SOLO PARA LA
007700*    COMPROBACION DE CONSISTENCIA.
007800 FD  REGLAS-MAST
007900     RECORDING MODE IS F.
008000 01  REG-REGISTRO.
008100     05  REG-FICHERO         PIC X(12).
008200     05  REG-PROGRAMA        PIC X(08).
008300     05  REG-POS             PIC 9(04).
008400     05  REG-LARGO           PIC 9(03).
008500     05  REG-TIPO            PIC X(05).
008600     05  REG-DATOS           PIC X(40).
008700     05  REG-CAMPO           PIC X(10).
008800 FD  PERFIL-MAST
008900     RECORDING MODE IS F.
009000 01  PER-REGISTRO.
009100     05  PER-SOCIO           PIC X(08).
009200     05  PER-FUENTE          PIC X(12).
009300     05  PER-FORMATO         PIC X(03).
009400     05  PER-CAMPO           OCCURS 4 TIMES.
009500         10  PER-POS         PIC 9(04).
009600         10  PER-LARGO       PIC 9(03).
009700     05  PER-NOMBRE          OCCURS 4 TIMES PIC X(10).
009800 FD  MANTENIMIENTO-RPT
009900     RECORDING MODE IS F.
010000 01  RPT-REGISTRO.
010100     05  RPT-ACCION          PIC X(01).
010200     05  FILLER              PIC X(01) VALUE SPACE.
010300     05  RPT-FICHERO         PIC X(12).
010400     05  FILLER              PIC X(01) VALUE SPACE.
010500     05  RPT-CAMPO           PIC X(10).
010600     05  FILLER              PIC X(01) VALUE SPACE.
010700     05  RPT-POS             PIC X(04).
010800     05  FILLER              PIC X(01) VALUE SPACE.
010900     05  RPT-LARGO           PIC X(03).
011000     05  FILLER              PIC X(01) VALUE SPACE.
011100     05  RPT-CLASE           PIC X(01).
011200     05  FILLER              PIC X(01) VALUE SPACE.
011300     05  RPT-ESTADO          PIC X(09).
011400     05  FILLER              PIC X(01) VALUE SPACE.
011500     05  RPT-MOTIVO          PIC X(30).
011600 01  RPT-CONSISTENCIA.
011700     05  RPT-CON-ORIGEN      PIC X(06).
011800     05  FILLER              PIC X(01).
011900     05  RPT-CON-DUENO       PIC X(08).
012000     05  FILLER              PIC X(01).
012100     05  RPT-CON-FICHERO     PIC X(12).
012200     05  FILLER              PIC X(01).
012300     05  RPT-CON-CAMPO       PIC X(10).
012400     05  FILLER              PIC X(01).
012500     05  RPT-CON-POS         PIC X(04).
012600     05  FILLER              PIC X(01).
012700     05  RPT-CON-LARGO       PIC X(03).
012800     05  FILLER              PIC X(01).
012900     05  RPT-CON-SITUACION   PIC X(30).
013000 01  RPT-RESUMEN-REGISTRO.
013100     05  RPT-RESUMEN-ETIQUETA PIC X(34).
013200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
013300 WORKING-STORAGE SECTION.
013400*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
013500     COPY OPSSTD.
013600*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
013700     COPY AUDREG.
013800*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
013900     COPY CAMSTD.
014000 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
014100     88  OPERADOR-VALIDO             VALUE "S".
014200 01  WS-MAST-STATUS          PIC X(02).
014300     88  WS-MAST-NO-EXISTE           VALUE "35".
014400     88  WS-MAST-FIN-FICHERO         VALUE "10".
014500 01  WS-TRAN-STATUS          PIC X(02).
014600     88  WS-TRAN-NO-EXISTE           VALUE "35".
014700     88  WS-TRAN-FIN-FICHERO         VALUE "10".
014800 01  WS-REG-STATUS           PIC X(02).
014900     88  WS-REG-NO-EXISTE            VALUE "35".
015000     88  WS-REG-FIN-FICHERO          VALUE "10".
015100 01  WS-PER-STATUS           PIC X(02).
015200     88  WS-PER-NO-EXISTE            VALUE "35".
015300     88  WS-PER-FIN-FICHERO          VALUE "10".
015400 01  WS-SWITCHES.
015500     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
015600         88  TRAN-MALA               VALUE "S".
015700     05  WS-SIN-MAESTRO      PIC X(01) VALUE "N".
015800         88  SIN-MAESTRO             VALUE "S".
015900     05  WS-TRAN-ABIERTO     PIC X(01) VALUE "N".
016000         88  TRAN-ABIERTO            VALUE "S".
016100 01  WS-MOTIVO               PIC X(30).
016200 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
016300 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
016400 01  WS-IDX-CAMPO            PIC 9(01) COMP VALUE ZERO.
016500*    CLAVE O POSICION QUE SE BUSCA EN LA TABLA DEL MAESTRO.
016600 01  WS-BUSQUEDA.
016700     05  WS-BUS-FICHERO      PIC X(12).
016800     05  WS-BUS-CAMPO        PIC X(10).
016900     05  WS-BUS-POS          PIC 9(04).
017000     05  WS-BUS-LARGO        PIC 9(03).
017100*    REFERENCIA EN CURSO DE LA COMPROBACION DE CONSISTENCIA.
017200 01  WS-REFERENCIA.
017300     05  WS-REF-ORIGEN       PIC X(06).
017400     05  WS-REF-DUENO        PIC X(08).
017500     05  WS-REF-FICHERO      PIC X(12).
017600     05  WS-REF-CAMPO        PIC X(10).
017700     05  WS-REF-POS          PIC 9(04).
017800     05  WS-REF-LARGO        PIC 9(03).
017900*    CAMPOS DEL MAESTRO EN MEMORIA, EN EL ORDEN DEL FICHERO; LAS
018000*    ALTAS SE ANADEN AL FINAL.
018100 01  WS-TABLA-MAESTRO.
018200     05  WS-NUM-CAMPOS       PIC 9(04) COMP VALUE ZERO.
018300     05  WS-CAM-ENTRY OCCURS 1000 TIMES
018400                      INDEXED BY WS-CAM-IDX.
018500         10  WS-CAM-FICHERO  PIC X(12).
018600         10  WS-CAM-CAMPO    PIC X(10).
018700         10  WS-CAM-POS      PIC 9(04).
018800         10  WS-CAM-LARGO    PIC 9(03).
018900         10  WS-CAM-CLASE    PIC X(01).
019000         10  WS-CAM-PROGRAMA PIC X(08).
019100         10  WS-CAM-DESCRIPCION
019200                             PIC X(40).
019300         10  WS-CAM-BORRADO  PIC X(01).
019400 01  WS-CONTADORES.
019500     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
019600     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
019700     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
019800     05  WS-TOTAL-EN-MAESTRO PIC 9(05) COMP VALUE ZERO.
019900     05  WS-TOTAL-REFERENCIAS
020000                             PIC 9(05) COMP VALUE ZERO.
020100     05  WS-TOTAL-INEXISTENTES
020200                             PIC 9(05) COMP VALUE ZERO.
020300     05  WS-TOTAL-SIN-CAMPO  PIC 9(05) COMP VALUE ZERO.
020400 PROCEDURE       DIVISION.
020500*================================================================
020600 0000-MAINLINE.
020700*================================================================
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     IF NOT WS-TRAN-FIN-FICHERO
021000         PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
021100     END-IF
021200     IF OPERADOR-VALIDO
021300         PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
021400             UNTIL WS-TRAN-FIN-FICHERO
021500         PERFORM 4000-REGRABAR-MAESTRO THRU 4000-EXIT
021600     ELSE
021700         PERFORM 4200-CONTAR-MAESTRO THRU 4200-EXIT
021800             VARYING WS-CAM-IDX FROM 1 BY 1
021900             UNTIL WS-CAM-IDX > WS-NUM-CAMPOS
022000     END-IF
022100     PERFORM 5000-COMPROBAR-CONSISTENCIA THRU 5000-EXIT
022200     PERFORM 9000-TERMINATE THRU 9000-EXIT
022300     GOBACK.
022400*================================================================
022500 1000-INITIALIZE.
022600*================================================================
022700     OPEN OUTPUT MANTENIMIENTO-RPT
022800     MOVE SPACES TO RPT-REGISTRO
022900     MOVE SPACES TO CAM-STD-AREA
023000     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
023100     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
023200     OPEN INPUT TRAZADO-TRAN
023300     IF WS-TRAN-NO-EXISTE
023400         MOVE "10" TO WS-TRAN-STATUS
023500     ELSE
023600         SET TRAN-ABIERTO TO TRUE
023700         PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
023800     END-IF
023900     IF WS-TRAN-FIN-FICHERO
024000         MOVE "SIN TRANSACCIONES, SOLO CONSISTENCIA"
024100             TO RPT-REGISTRO
024200         WRITE RPT-REGISTRO
024300         MOVE SPACES TO RPT-REGISTRO
024400     END-IF.
024500 1000-EXIT.
024600     EXIT.
024700*================================================================
024800 1100-CARGAR-MAESTRO.
024900*================================================================
025000     OPEN INPUT TRAZADO-MAST
025100     IF WS-MAST-NO-EXISTE
025200         SET SIN-MAESTRO TO TRUE
025300     ELSE
025400         PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT
025500         PERFORM 1120-CARGAR-CAMPO THRU 1120-EXIT
025600             UNTIL WS-MAST-FIN-FICHERO
025700         CLOSE TRAZADO-MAST
025800     END-IF.
025900 1100-EXIT.
026000     EXIT.
026100*================================================================
026200 1110-LEER-MAESTRO.
026300*================================================================
026400     READ TRAZADO-MAST
026500         AT END
026600             MOVE "10" TO WS-MAST-STATUS
026700     END-READ.
026800 1110-EXIT.
026900     EXIT.
027000*================================================================
027100 1120-CARGAR-CAMPO.
027200*================================================================
027300     IF TRZ-REGISTRO NOT = SPACES AND WS-NUM-CAMPOS < 1000
027400         ADD 1 TO WS-NUM-CAMPOS
027500         SET WS-CAM-IDX TO WS-NUM-CAMPOS
027600         MOVE TRZ-FICHERO     TO WS-CAM-FICHERO(WS-CAM-IDX)
027700         MOVE TRZ-CAMPO       TO WS-CAM-CAMPO(WS-CAM-IDX)
027800         MOVE TRZ-POS         TO WS-CAM-POS(WS-CAM-IDX)
027900         MOVE TRZ-LARGO       TO WS-CAM-LARGO(WS-CAM-IDX)
028000         MOVE TRZ-CLASE       TO WS-CAM-CLASE(WS-CAM-IDX)
028100         MOVE TRZ-PROGRAMA    TO WS-CAM-PROGRAMA(WS-CAM-IDX)
028200         MOVE TRZ-DESCRIPCION TO WS-CAM-DESCRIPCION(WS-CAM-IDX)
028300         MOVE "N"             TO WS-CAM-BORRADO(WS-CAM-IDX)
028400         MOVE "O"             TO CAM-STD-FUNCION
028500         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
028600     END-IF
028700     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
028800 1120-EXIT.
028900     EXIT.
029000*================================================================
029100 1500-COMPROBAR-OPERADOR.
029200*================================================================
029300*    SIN PERMISO MANTTRZ NO SE APLICA NADA: EL INFORME LO DICE
029400*    Y EL PASO TERMINA CON RC 8. EL OPERADOR VALIDADO ENCABEZA
029500*    EL INFORME DE MANTENIMIENTO.
029600     MOVE SPACES TO OPS-STD-AREA
029700     MOVE "MANTTRZ" TO OPS-STD-PERMISO
029800     CALL "OPERSEG" USING OPS-STD-AREA
029900     MOVE SPACES TO RPT-REGISTRO
030000     IF OPS-PERMITIDO
030100         SET OPERADOR-VALIDO TO TRUE
030200         STRING "OPERADOR: " DELIMITED BY SIZE
030300             OPS-STD-OPERADOR DELIMITED BY SIZE
030400             INTO RPT-REGISTRO
030500         END-STRING
030600     ELSE
030700         MOVE "OPERADOR SIN PERMISO MANTTRZ, NADA APLICADO"
030800             TO RPT-REGISTRO
030900         MOVE 8 TO RETURN-CODE
031000     END-IF
031100     WRITE RPT-REGISTRO
031200     MOVE SPACES TO RPT-REGISTRO.
031300 1500-EXIT.
031400     EXIT.
031500*================================================================
031600 2000-APLICAR-TRANSACCION.
031700*================================================================
031800     ADD 1 TO WS-TOTAL-TRANS
031900     MOVE "N" TO WS-TRAN-MALA
032000     MOVE SPACES TO WS-MOTIVO
032100     PERFORM 2200-VALIDAR-COMUN THRU 2200-EXIT
032200     IF NOT TRAN-MALA
032300         MOVE TRAN-FICHERO TO WS-BUS-FICHERO
032400         MOVE TRAN-CAMPO   TO WS-BUS-CAMPO
032500         PERFORM 2260-BUSCAR-CAMPO THRU 2260-EXIT
032600         EVALUATE TRAN-ACCION
032700             WHEN "A"
032800                 PERFORM 2300-ALTA-CAMPO THRU 2300-EXIT
032900             WHEN "C"
033000                 PERFORM 2400-CAMBIO-CAMPO THRU 2400-EXIT
033100             WHEN "B"
033200                 PERFORM 2500-BAJA-CAMPO THRU 2500-EXIT
033300         END-EVALUATE
033400     END-IF
033500     PERFORM 3000-ANOTAR-TRANSACCION THRU 3000-EXIT
033600     PERFORM 3500-REGISTRAR-AUDITORIA THRU 3500-EXIT
033700     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
033800 2000-EXIT.
033900     EXIT.
034000*================================================================
034100 2100-LEER-TRANSACCION.
034200*================================================================
034300     READ TRAZADO-TRAN
034400         AT END
034500             MOVE "10" TO WS-TRAN-STATUS
034600     END-READ.
034700 2100-EXIT.
034800     EXIT.
034900*================================================================
035000 2200-VALIDAR-COMUN.
035100*================================================================
035200*    ACCION CONOCIDA Y CLAVE INFORMADA; EL ALTA Y EL CAMBIO
035300*    EXIGEN ADEMAS POSICION Y LONGITUD NUMERICAS QUE QUEPAN EN
035400*    EL REGISTRO MAS ANCHO DE LA CADENA (8200) Y CLASE N O X.
035500     EVALUATE TRUE
035600         WHEN TRAN-ACCION NOT = "A" AND TRAN-ACCION NOT = "C"
035700          AND TRAN-ACCION NOT = "B"
035800             MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO
035900             SET TRAN-MALA TO TRUE
036000         WHEN TRAN-FICHERO = SPACES OR TRAN-CAMPO = SPACES
036100             MOVE "FALTA FICHERO O CAMPO" TO WS-MOTIVO
036200             SET TRAN-MALA TO TRUE
036300     END-EVALUATE
036400     IF TRAN-MALA OR TRAN-ACCION = "B"
036500         GO TO 2200-EXIT
036600     END-IF
036700     EVALUATE TRUE
036800         WHEN TRAN-POS NOT NUMERIC OR TRAN-LARGO NOT NUMERIC
036900             MOVE "POSICION O LARGO NO NUMERICO" TO WS-MOTIVO
037000             SET TRAN-MALA TO TRUE
037100         WHEN TRAN-POS-N = 0 OR TRAN-LARGO-N = 0
037200             MOVE "POSICION O LARGO A CERO" TO WS-MOTIVO
037300             SET TRAN-MALA TO TRUE
037400         WHEN TRAN-POS-N + TRAN-LARGO-N - 1 > 8200
037500             MOVE "CAMPO FUERA DEL REGISTRO" TO WS-MOTIVO
037600             SET TRAN-MALA TO TRUE
037700         WHEN TRAN-CLASE NOT = "N" AND TRAN-CLASE NOT = "X"
037800             MOVE "CLASE DISTINTA DE N/X" TO WS-MOTIVO
037900             SET TRAN-MALA TO TRUE
038000     END-EVALUATE.
038100 2200-EXIT.
038200     EXIT.
038300*================================================================
038400 2260-BUSCAR-CAMPO.
038500*================================================================
038600*    CAMPO VIVO CON EL FICHERO Y NOMBRE DE WS-BUSQUEDA.
038700     MOVE 0 TO WS-IDX-HALLADO
038800     PERFORM 2265-COMPARAR-CAMPO THRU 2265-EXIT
038900         VARYING WS-IDX FROM 1 BY 1
039000         UNTIL WS-IDX > WS-NUM-CAMPOS
039100            OR WS-IDX-HALLADO > 0.
039200 2260-EXIT.
039300     EXIT.
039400*================================================================
039500 2265-COMPARAR-CAMPO.
039600*================================================================
039700     IF WS-CAM-FICHERO(WS-IDX) = WS-BUS-FICHERO
039800      AND WS-CAM-CAMPO(WS-IDX) = WS-BUS-CAMPO
039900      AND WS-CAM-BORRADO(WS-IDX) = "N"
040000         MOVE WS-IDX TO WS-IDX-HALLADO
040100     END-IF.
040200 2265-EXIT.
040300     EXIT.
040400*================================================================
040500 2300-ALTA-CAMPO.
040600*================================================================
040700     EVALUATE TRUE
040800         WHEN WS-IDX-HALLADO > 0
040900             MOVE "YA EXISTE" TO WS-MOTIVO
041000             SET TRAN-MALA TO TRUE
041100         WHEN WS-NUM-CAMPOS >= 1000
041200             MOVE "MAESTRO LLENO" TO WS-MOTIVO
041300             SET TRAN-MALA TO TRUE
041400         WHEN OTHER
041500             ADD 1 TO WS-NUM-CAMPOS
041600             MOVE WS-NUM-CAMPOS TO WS-IDX-HALLADO
041700             MOVE TRAN-FICHERO TO WS-CAM-FICHERO(WS-IDX-HALLADO)
041800             MOVE TRAN-CAMPO   TO WS-CAM-CAMPO(WS-IDX-HALLADO)
041900             MOVE "N"          TO WS-CAM-BORRADO(WS-IDX-HALLADO)
042000             PERFORM 2800-PONER-DATOS THRU 2800-EXIT
042100     END-EVALUATE.
042200 2300-EXIT.
042300     EXIT.
042400*================================================================
042500 2400-CAMBIO-CAMPO.
042600*================================================================
042700     IF WS-IDX-HALLADO = 0
042800         MOVE "NO EXISTE" TO WS-MOTIVO
042900         SET TRAN-MALA TO TRUE
043000     ELSE
043100         PERFORM 2800-PONER-DATOS THRU 2800-EXIT
043200     END-IF.
043300 2400-EXIT.
043400     EXIT.
043500*================================================================
043600 2500-BAJA-CAMPO.
043700*================================================================
043800*    LA BAJA NO MIRA QUIEN USA EL CAMPO: LA COMPROBACION DE
043900*    CONSISTENCIA DE ESTE MISMO PASO SACA LAS REGLAS Y PERFILES
044000*    QUE SE HAN QUEDADO SIN EL.
044100     IF WS-IDX-HALLADO = 0
044200         MOVE "NO EXISTE" TO WS-MOTIVO
044300         SET TRAN-MALA TO TRUE
044400     ELSE
044500         MOVE "S" TO WS-CAM-BORRADO(WS-IDX-HALLADO)
044600     END-IF.
044700 2500-EXIT.
044800     EXIT.
044900*================================================================
045000 2800-PONER-DATOS.
045100*================================================================
045200     MOVE TRAN-POS-N       TO WS-CAM-POS(WS-IDX-HALLADO)
045300     MOVE TRAN-LARGO-N     TO WS-CAM-LARGO(WS-IDX-HALLADO)
045400     MOVE TRAN-CLASE       TO WS-CAM-CLASE(WS-IDX-HALLADO)
045500     MOVE TRAN-PROGRAMA    TO WS-CAM-PROGRAMA(WS-IDX-HALLADO)
045600     MOVE TRAN-DESCRIPCION TO WS-CAM-DESCRIPCION(WS-IDX-HALLADO).
045700 2800-EXIT.
045800     EXIT.
045900*================================================================
046000 3000-ANOTAR-TRANSACCION.
046100*================================================================
046200     MOVE SPACES TO RPT-REGISTRO
046300     MOVE TRAN-ACCION  TO RPT-ACCION
046400     MOVE TRAN-FICHERO TO RPT-FICHERO
046500     MOVE TRAN-CAMPO   TO RPT-CAMPO
046600     IF TRAN-ACCION NOT = "B"
046700         MOVE TRAN-POS   TO RPT-POS
046800         MOVE TRAN-LARGO TO RPT-LARGO
046900         MOVE TRAN-CLASE TO RPT-CLASE
047000     END-IF
047100     IF TRAN-MALA
047200         MOVE "RECHAZADA" TO RPT-ESTADO
047300         ADD 1 TO WS-TOTAL-RECHAZADAS
047400     ELSE
047500         MOVE "APLICADA" TO RPT-ESTADO
047600         ADD 1 TO WS-TOTAL-APLICADAS
047700     END-IF
047800     MOVE WS-MOTIVO TO RPT-MOTIVO
047900     WRITE RPT-REGISTRO.
048000 3000-EXIT.
048100     EXIT.
048200*================================================================
048300 3500-REGISTRAR-AUDITORIA.
048400*================================================================
048500*    CADA TRANSACCION, APLICADA O NO, QUEDA EN LA AUDITORIA DEL
048600*    DIA CON EL CAMPO TOCADO Y EL OPERADOR QUE LA FIRMO.
048700     MOVE SPACES TO AUD-STD-REGISTRO
048800     MOVE "MANTTRZ" TO AUD-STD-PROGRAMA
048900     MOVE TRAN-FICHERO TO AUD-STD-CLAVE(1:12)
049000     MOVE TRAN-CAMPO   TO AUD-STD-CLAVE(14:10)
049100     MOVE TRAN-POS     TO AUD-STD-CLAVE(25:4)
049200     MOVE TRAN-LARGO   TO AUD-STD-CLAVE(30:3)
049300     MOVE TRAN-ACCION  TO AUD-STD-CLAVE(34:1)
049400     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(36:8)
049500     IF TRAN-MALA
049600         MOVE "RECHAZADA" TO AUD-STD-DECISION
049700     ELSE
049800         MOVE "APLICADA" TO AUD-STD-DECISION
049900     END-IF
050000     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
050100     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
050200 3500-EXIT.
050300     EXIT.
050400*================================================================
050500 4000-REGRABAR-MAESTRO.
050600*================================================================
050700     OPEN OUTPUT TRAZADO-MAST
050800     PERFORM 4100-GRABAR-CAMPO THRU 4100-EXIT
050900         VARYING WS-CAM-IDX FROM 1 BY 1
051000         UNTIL WS-CAM-IDX > WS-NUM-CAMPOS
051100     CLOSE TRAZADO-MAST
051200     MOVE "C" TO CAM-STD-FUNCION
051300     CALL "REGCAMB" USING CAM-STD-AREA.
051400 4000-EXIT.
051500     EXIT.
051600*================================================================
051700 4100-GRABAR-CAMPO.
051800*================================================================
051900     IF WS-CAM-BORRADO(WS-CAM-IDX) = "N"
052000         MOVE WS-CAM-FICHERO(WS-CAM-IDX)     TO TRZ-FICHERO
052100         MOVE WS-CAM-CAMPO(WS-CAM-IDX)       TO TRZ-CAMPO
052200         MOVE WS-CAM-POS(WS-CAM-IDX)         TO TRZ-POS
052300         MOVE WS-CAM-LARGO(WS-CAM-IDX)       TO TRZ-LARGO
052400         MOVE WS-CAM-CLASE(WS-CAM-IDX)       TO TRZ-CLASE
052500         MOVE WS-CAM-PROGRAMA(WS-CAM-IDX)    TO TRZ-PROGRAMA
052600         MOVE WS-CAM-DESCRIPCION(WS-CAM-IDX) TO TRZ-DESCRIPCION
052700         WRITE TRZ-REGISTRO
052800         ADD 1 TO WS-TOTAL-EN-MAESTRO
052900         MOVE "F" TO CAM-STD-FUNCION
053000         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
053100     END-IF.
053200 4100-EXIT.
053300     EXIT.
053400*================================================================
053500 4200-CONTAR-MAESTRO.
053600*================================================================
053700     IF WS-CAM-BORRADO(WS-CAM-IDX) = "N"
053800         ADD 1 TO WS-TOTAL-EN-MAESTRO
053900     END-IF.
054000 4200-EXIT.
054100     EXIT.
054200*================================================================
054300 4900-ANOTAR-CAMBIO.
054400*================================================================
054500*    PASA AL DIARIO DE CAMBIOS EL REGISTRO DEL MAESTRO CON LA
054600*    FUNCION YA PUESTA; LA CLAVE ES FICHERO+CAMPO.
054700     MOVE "MANTTRZ"        TO CAM-STD-PROGRAMA
054800     MOVE "TRZMAST"        TO CAM-STD-MAESTRO
054900     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
055000     MOVE SPACES           TO CAM-STD-CLAVE CAM-STD-ANTES
055100     MOVE TRZ-FICHERO      TO CAM-STD-CLAVE(1:12)
055200     MOVE TRZ-CAMPO        TO CAM-STD-CLAVE(13:10)
055300     MOVE TRZ-REGISTRO     TO CAM-STD-IMAGEN
055400     CALL "REGCAMB" USING CAM-STD-AREA.
055500 4900-EXIT.
055600     EXIT.
055700*================================================================
055800 5000-COMPROBAR-CONSISTENCIA.
055900*================================================================
056000*    CADA CAMPO NOMBRADO EN UNA REGLA O UN PERFIL DEBE EXISTIR EN
056100*    EL MAESTRO RESULTANTE; UNA REFERENCIA AUN POSICIONAL (SIN
056200*    NOMBRE) DEBE CASAR CON ALGUN CAMPO DEL FICHERO CON LA MISMA
056300*    POSICION Y LONGITUD.
056400     MOVE SPACES TO RPT-REGISTRO
056500     MOVE "CONSISTENCIA DE VALREGLAS Y PARTPERF CONTRA TRZMAST"
056600         TO RPT-REGISTRO
056700     WRITE RPT-REGISTRO
056800     MOVE SPACES TO RPT-REGISTRO
056900     IF SIN-MAESTRO AND NOT OPERADOR-VALIDO
057000         MOVE "SIN MAESTRO DE TRAZADOS" TO RPT-REGISTRO
057100         WRITE RPT-REGISTRO
057200         MOVE SPACES TO RPT-REGISTRO
057300     END-IF
057400     OPEN INPUT REGLAS-MAST
057500     IF WS-REG-NO-EXISTE
057600         MOVE "SIN MAESTRO DE REGLAS VALREGLAS" TO RPT-REGISTRO
057700         WRITE RPT-REGISTRO
057800         MOVE SPACES TO RPT-REGISTRO
057900     ELSE
058000         PERFORM 5100-LEER-REGLA THRU 5100-EXIT
058100         PERFORM 5200-REVISAR-REGLA THRU 5200-EXIT
058200             UNTIL WS-REG-FIN-FICHERO
058300         CLOSE REGLAS-MAST
058400     END-IF
058500     OPEN INPUT PERFIL-MAST
058600     IF WS-PER-NO-EXISTE
058700         MOVE "SIN MAESTRO DE PERFILES PARTPERF" TO RPT-REGISTRO
058800         WRITE RPT-REGISTRO
058900         MOVE SPACES TO RPT-REGISTRO
059000     ELSE
059100         PERFORM 5500-LEER-PERFIL THRU 5500-EXIT
059200         PERFORM 5600-REVISAR-PERFIL THRU 5600-EXIT
059300             UNTIL WS-PER-FIN-FICHERO
059400         CLOSE PERFIL-MAST
059500     END-IF.
059600 5000-EXIT.
059700     EXIT.
059800*================================================================
059900 5100-LEER-REGLA.
060000*================================================================
060100     READ REGLAS-MAST
060200         AT END
060300             MOVE "10" TO WS-REG-STATUS
060400     END-READ.
060500 5100-EXIT.
060600     EXIT.
060700*================================================================
060800 5200-REVISAR-REGLA.
060900*================================================================
061000     IF REG-FICHERO NOT = SPACES
061100         MOVE "REGLA"      TO WS-REF-ORIGEN
061200         MOVE REG-PROGRAMA TO WS-REF-DUENO
061300         MOVE REG-FICHERO  TO WS-REF-FICHERO
061400         MOVE REG-CAMPO    TO WS-REF-CAMPO
061500         MOVE 0 TO WS-REF-POS WS-REF-LARGO
061600         IF REG-CAMPO = SPACES
061700          AND REG-POS IS NUMERIC AND REG-LARGO IS NUMERIC
061800             MOVE REG-POS   TO WS-REF-POS
061900             MOVE REG-LARGO TO WS-REF-LARGO
062000         END-IF
062100         PERFORM 5800-REVISAR-REFERENCIA THRU 5800-EXIT
062200     END-IF
062300     PERFORM 5100-LEER-REGLA THRU 5100-EXIT.
062400 5200-EXIT.
062500     EXIT.
062600*================================================================
062700 5500-LEER-PERFIL.
062800*================================================================
062900     READ PERFIL-MAST
063000         AT END
063100             MOVE "10" TO WS-PER-STATUS
063200     END-READ.
063300 5500-EXIT.
063400     EXIT.
063500*================================================================
063600 5600-REVISAR-PERFIL.
063700*================================================================
063800     IF PER-SOCIO NOT = SPACES AND PER-FUENTE NOT = SPACES
063900         PERFORM 5700-REVISAR-CAMPO-PERFIL THRU 5700-EXIT
064000             VARYING WS-IDX-CAMPO FROM 1 BY 1
064100             UNTIL WS-IDX-CAMPO > 4
064200     END-IF
064300     PERFORM 5500-LEER-PERFIL THRU 5500-EXIT.
064400 5600-EXIT.
064500     EXIT.
064600*================================================================
064700 5700-REVISAR-CAMPO-PERFIL.
064800*================================================================
064900*    UN HUECO SIN NOMBRE NI POSICION NO ES UNA REFERENCIA.
065000     MOVE "PERFIL"   TO WS-REF-ORIGEN
065100     MOVE PER-SOCIO  TO WS-REF-DUENO
065200     MOVE PER-FUENTE TO WS-REF-FICHERO
065300     MOVE PER-NOMBRE(WS-IDX-CAMPO) TO WS-REF-CAMPO
065400     MOVE 0 TO WS-REF-POS WS-REF-LARGO
065500     IF PER-NOMBRE(WS-IDX-CAMPO) = SPACES
065600         IF PER-POS(WS-IDX-CAMPO) IS NOT NUMERIC
065700          OR PER-LARGO(WS-IDX-CAMPO) IS NOT NUMERIC
065800             GO TO 5700-EXIT
065900         END-IF
066000         IF PER-POS(WS-IDX-CAMPO) = 0
066100          OR PER-LARGO(WS-IDX-CAMPO) = 0
066200             GO TO 5700-EXIT
066300         END-IF
066400         MOVE PER-POS(WS-IDX-CAMPO)   TO WS-REF-POS
066500         MOVE PER-LARGO(WS-IDX-CAMPO) TO WS-REF-LARGO
066600     END-IF
066700     PERFORM 5800-REVISAR-REFERENCIA THRU 5800-EXIT.
066800 5700-EXIT.
066900     EXIT.
067000*================================================================
067100 5800-REVISAR-REFERENCIA.
067200*================================================================
067300     ADD 1 TO WS-TOTAL-REFERENCIAS
067400     MOVE WS-REF-FICHERO TO WS-BUS-FICHERO
067500     IF WS-REF-CAMPO NOT = SPACES
067600         MOVE WS-REF-CAMPO TO WS-BUS-CAMPO
067700         PERFORM 2260-BUSCAR-CAMPO THRU 2260-EXIT
067800         IF WS-IDX-HALLADO = 0
067900             ADD 1 TO WS-TOTAL-INEXISTENTES
068000             MOVE "CAMPO INEXISTENTE EN TRZMAST" TO WS-MOTIVO
068100             PERFORM 5900-LISTAR-REFERENCIA THRU 5900-EXIT
068200         END-IF
068300         GO TO 5800-EXIT
068400     END-IF
068500     MOVE WS-REF-POS   TO WS-BUS-POS
068600     MOVE WS-REF-LARGO TO WS-BUS-LARGO
068700     MOVE 0 TO WS-IDX-HALLADO
068800     PERFORM 5850-COMPARAR-POSICION THRU 5850-EXIT
068900         VARYING WS-IDX FROM 1 BY 1
069000         UNTIL WS-IDX > WS-NUM-CAMPOS
069100            OR WS-IDX-HALLADO > 0
069200     IF WS-IDX-HALLADO = 0
069300         ADD 1 TO WS-TOTAL-SIN-CAMPO
069400         MOVE "POSICION SIN CAMPO REGISTRADO" TO WS-MOTIVO
069500         PERFORM 5900-LISTAR-REFERENCIA THRU 5900-EXIT
069600     END-IF.
069700 5800-EXIT.
069800     EXIT.
069900*================================================================
070000 5850-COMPARAR-POSICION.
070100*================================================================
070200     IF WS-CAM-FICHERO(WS-IDX) = WS-BUS-FICHERO
070300      AND WS-CAM-POS(WS-IDX) = WS-BUS-POS
070400      AND WS-CAM-LARGO(WS-IDX) = WS-BUS-LARGO
070500      AND WS-CAM-BORRADO(WS-IDX) = "N"
070600         MOVE WS-IDX TO WS-IDX-HALLADO
070700     END-IF.
070800 5850-EXIT.
070900     EXIT.
071000*================================================================
071100 5900-LISTAR-REFERENCIA.
071200*================================================================
071300     MOVE SPACES TO RPT-CONSISTENCIA
071400     MOVE WS-REF-ORIGEN  TO RPT-CON-ORIGEN
071500     MOVE WS-REF-DUENO   TO RPT-CON-DUENO
071600     MOVE WS-REF-FICHERO TO RPT-CON-FICHERO
071700     MOVE WS-REF-CAMPO   TO RPT-CON-CAMPO
071800     IF WS-REF-CAMPO = SPACES
071900         MOVE WS-REF-POS   TO RPT-CON-POS
072000         MOVE WS-REF-LARGO TO RPT-CON-LARGO
072100     END-IF
072200     MOVE WS-MOTIVO TO RPT-CON-SITUACION
072300     WRITE RPT-CONSISTENCIA.
072400 5900-EXIT.
072500     EXIT.
072600*================================================================
072700 9000-TERMINATE.
072800*================================================================
072900     MOVE SPACES TO RPT-RESUMEN-REGISTRO
073000     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
073100     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
073200     WRITE RPT-RESUMEN-REGISTRO
073300     MOVE "TRANSACCIONES APLICADAS"  TO RPT-RESUMEN-ETIQUETA
073400     MOVE WS-TOTAL-APLICADAS         TO RPT-RESUMEN-VALOR
073500     WRITE RPT-RESUMEN-REGISTRO
073600     MOVE "TRANSACCIONES RECHAZADAS" TO RPT-RESUMEN-ETIQUETA
073700     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
073800     WRITE RPT-RESUMEN-REGISTRO
073900     MOVE "CAMPOS EN EL MAESTRO"     TO RPT-RESUMEN-ETIQUETA
074000     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
074100     WRITE RPT-RESUMEN-REGISTRO
074200     IF CAM-STD-CAMBIOS > 0
074300         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
074400         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
074500         WRITE RPT-RESUMEN-REGISTRO
074600         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
074700         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
074800         WRITE RPT-RESUMEN-REGISTRO
074900     END-IF
075000     MOVE "REFERENCIAS COMPROBADAS"  TO RPT-RESUMEN-ETIQUETA
075100     MOVE WS-TOTAL-REFERENCIAS       TO RPT-RESUMEN-VALOR
075200     WRITE RPT-RESUMEN-REGISTRO
075300     MOVE "REFERENCIAS A CAMPOS INEXISTENTES"
075400                                     TO RPT-RESUMEN-ETIQUETA
075500     MOVE WS-TOTAL-INEXISTENTES      TO RPT-RESUMEN-VALOR
075600     WRITE RPT-RESUMEN-REGISTRO
075700     MOVE "POSICIONES SIN CAMPO REGISTRADO"
075800                                     TO RPT-RESUMEN-ETIQUETA
075900     MOVE WS-TOTAL-SIN-CAMPO         TO RPT-RESUMEN-VALOR
076000     WRITE RPT-RESUMEN-REGISTRO
076100     IF (WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-INEXISTENTES > 0
076200      OR WS-TOTAL-SIN-CAMPO > 0) AND RETURN-CODE < 4
076300         MOVE 4 TO RETURN-CODE
076400     END-IF
076500     IF TRAN-ABIERTO
076600         CLOSE TRAZADO-TRAN
076700     END-IF
076800     CLOSE MANTENIMIENTO-RPT.
076900 9000-EXIT.
077000     EXIT.
077100 END PROGRAM MANTTRZ.
