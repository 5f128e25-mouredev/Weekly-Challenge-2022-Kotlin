000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SECENTR.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. PUERTA DE SECUENCIA DE LAS
001300*                    ENTREGAS DE LOS SOCIOS, PASO ANTERIOR A
001400*                    PREVUELO: LEE LA CABECERA CAB DE CADA ENTRADA
001500*                    VIGILADA (POR DEFECTO ELTEXTO Y AREAPOLIN),
001600*                    TOMA EL SOCIO (CTL-PROGRAMA) Y SU NUMERO DE
001700*                    ENTREGA (CTL-SECUENCIA), CUENTA Y CALCULA EL
001800*                    HASH DE LOS REGISTROS DE DATOS Y LO CONTRASTA
001900*                    CON EL LIBRO DE ENTREGAS LIBROENT (LIBREG).
002000*                    UNA ENTREGA REPETIDA O FUERA DE ORDEN SE
002100*                    RECHAZA CON ALERTA CRITICA Y RC 8; SI EL
002200*                    SOCIO SE HA SALTADO NUMEROS SE ACEPTA, SE
002300*                    ANOTAN LOS HUECOS Y SE AVISA CON RC 4. CADA
002400*                    ENTREGA QUEDA EN EL LIBRO CON SU VEREDICTO, Y
002500*                    LAS TARJETAS SOCIO DE SECPARM SACAN EN SECRPT
002600*                    LA HISTORIA COMPLETA DE ESE SOCIO.
002700*----------------------------------------------------------------
002800* TARJETAS DE SECPARM (OPCIONAL), TIPO EN COLUMNAS 1-8 Y VALOR A
002900* PARTIR DE LA 9:
003000*   FICHERO  NOMBRE LOGICO DE UNA ENTRADA A VIGILAR. SI HAY
003100*            ALGUNA, SUSTITUYEN A LAS DE SIEMPRE (ELTEXTO Y
003200*            AREAPOLIN).
003300*   SOCIO    SOCIO CUYA HISTORIA DE ENTREGAS SE LISTA AL FINAL.
003400* UNA ENTREGA SIN CABECERA, O CON CABECERA SIN NUMERO DE ENTREGA,
003500* SE ANOTA COMO TAL Y PASA: LOS SOCIOS QUE AUN NO NUMERAN NO
003600* DETIENEN LA CADENA. RELANZAR EL PASO EL MISMO DIA CON LA MISMA
003700* ENTREGA REPITE EL VEREDICTO SIN ANOTARLA OTRA VEZ.
003800*----------------------------------------------------------------
003900 ENVIRONMENT     DIVISION.
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
004200     SELECT PARAMETROS-IN ASSIGN TO "SECPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PAR-STATUS.
004500*    LA ENTREGA EN CURSO SE ABRE POR SU NOMBRE LOGICO, QUE EN
004600*    ESTA INSTALACION COINCIDE CON EL FISICO.
004700     SELECT ENTREGA-ACTUAL ASSIGN TO WS-NOMBRE-ENTREGA
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ENT-STATUS.
005000     SELECT LIBRO-ENTREGAS ASSIGN TO "LIBROENT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LIB-STATUS.
005300     SELECT SECENTR-RPT ASSIGN TO "SECRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA            DIVISION.
005600 FILE            SECTION.
005700 FD  PARAMETROS-IN
005800     RECORDING MODE IS F.
005900 01  PAR-REGISTRO.
006000     05  PAR-TIPO            PIC X(08).
006100     05  PAR-VALOR           PIC X(12).
006200 FD  ENTREGA-ACTUAL
006300     RECORDING MODE IS F.
006400 01  ENT-REGISTRO            PIC X(8200).
006500 FD  LIBRO-ENTREGAS
006600     RECORDING MODE IS F.
006700     COPY LIBREG.
006800 FD  SECENTR-RPT
006900     RECORDING MODE IS F.
007000 01  RPT-LINEA               PIC X(100).
007100 01  RPT-DETALLE.
007200     05  RPT-FICHERO         PIC X(12).
007300     05  FILLER              PIC X(02).
007400     05  RPT-SOCIO           PIC X(08).
007500     05  FILLER              PIC X(02).
007600     05  RPT-SECUENCIA       PIC Z(8)9.
007700     05  FILLER              PIC X(02).
007800     05  RPT-REGISTROS       PIC Z(8)9.
007900     05  FILLER              PIC X(02).
008000     05  RPT-HASH            PIC 9(18).
008100     05  FILLER              PIC X(02).
008200     05  RPT-ESTADO          PIC X(12).
008300     05  FILLER              PIC X(02).
008400     05  RPT-OBS-TEXTO       PIC X(08).
008500     05  RPT-OBS-NUMERO      PIC Z(8)9.
008600     05  FILLER              PIC X(03).
008700 01  RPT-HISTORIA.
008800     05  RPT-HIS-FECHA       PIC 9(08).
008900     05  FILLER              PIC X(01).
009000     05  RPT-HIS-CORRIDA     PIC 9(04).
009100     05  FILLER              PIC X(02).
009200     05  RPT-HIS-FICHERO     PIC X(12).
009300     05  FILLER              PIC X(02).
009400     05  RPT-HIS-SECUENCIA   PIC Z(8)9.
009500     05  FILLER              PIC X(02).
009600     05  RPT-HIS-CAB-FECHA   PIC 9(08).
009700     05  FILLER              PIC X(02).
009800     05  RPT-HIS-REGISTROS   PIC Z(8)9.
009900     05  FILLER              PIC X(02).
010000     05  RPT-HIS-TRL-REG     PIC Z(8)9.
010100     05  FILLER              PIC X(02).
010200     05  RPT-HIS-ESTADO      PIC X(12).
010300     05  FILLER              PIC X(16).
010400 01  RPT-RESUMEN-REGISTRO.
010500     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010600     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
010700     05  FILLER               PIC X(61).
010800 WORKING-STORAGE SECTION.
010900 01  WS-PAR-STATUS           PIC X(02).
011000     88  WS-PAR-NO-EXISTE            VALUE "35".
011100     88  WS-PAR-FIN-FICHERO          VALUE "10".
011200 01  WS-ENT-STATUS           PIC X(02).
011300     88  WS-ENT-FIN-FICHERO          VALUE "10".
011400 01  WS-LIB-STATUS           PIC X(02).
011500     88  WS-LIB-NO-EXISTE            VALUE "35".
011600     88  WS-LIB-FIN-FICHERO          VALUE "10".
011700 01  WS-NOMBRE-ENTREGA       PIC X(12).
011800 01  WS-SWITCHES.
011900     05  WS-PUERTA-CERRADA   PIC X(01) VALUE "N".
012000         88  PUERTA-CERRADA          VALUE "S".
012100     05  WS-HAY-HUECOS       PIC X(01) VALUE "N".
012200         88  HAY-HUECOS              VALUE "S".
012300*----------------------------------------------------------------
012400* ENTRADAS VIGILADAS Y SOCIOS CUYA HISTORIA SE PIDE.
012500*----------------------------------------------------------------
012600 01  WS-TABLA-ENTREGAS.
012700     05  WS-NUM-ENTREGAS     PIC 9(02) COMP VALUE ZERO.
012800     05  WS-ENTREGA-ENTRY OCCURS 20 TIMES
012900                          INDEXED BY WS-ENT-IDX.
013000         10  WS-ENT-FICHERO  PIC X(12).
013100 01  WS-TABLA-SOCIOS.
013200     05  WS-NUM-SOCIOS       PIC 9(02) COMP VALUE ZERO.
013300     05  WS-SOCIO-ENTRY OCCURS 20 TIMES
013400                        INDEXED BY WS-SOC-IDX.
013500         10  WS-SOC-SOCIO    PIC X(08).
013600*----------------------------------------------------------------
013700* ENTREGA EN CURSO: LO QUE DICE SU CABECERA Y SU TRAILER Y LO QUE
013800* SE HA CONTADO EN ELLA.
013900*----------------------------------------------------------------
014000 01  WS-ENTREGA.
014100     05  WS-HAY-CABECERA     PIC X(01).
014200         88  HAY-CABECERA            VALUE "S".
014300     05  WS-SOCIO            PIC X(08).
014400     05  WS-SECUENCIA        PIC 9(09).
014500     05  WS-CAB-FECHA        PIC 9(08).
014600     05  WS-REGISTROS        PIC 9(09).
014700     05  WS-HASH             PIC 9(18).
014800     05  WS-TRL-REGISTROS    PIC 9(09).
014900     05  WS-TRL-HASH         PIC 9(18).
015000     05  WS-ESTADO           PIC X(12).
015100         88  ESTADO-RECHAZADA        VALUE "DUPLICADA"
015200                                           "DESORDEN".
015300*----------------------------------------------------------------
015400* LO QUE DICE EL LIBRO DEL SOCIO Y FICHERO DE LA ENTREGA EN CURSO.
015500*----------------------------------------------------------------
015600 01  WS-CONSULTA-LIBRO.
015700     05  WS-ULTIMA-ACEPTADA  PIC 9(09).
015800     05  WS-HAY-ANTERIORES   PIC X(01).
015900         88  HAY-ANTERIORES          VALUE "S".
016000     05  WS-YA-ACEPTADA      PIC X(01).
016100         88  YA-ACEPTADA             VALUE "S".
016200     05  WS-REPETICION       PIC X(01).
016300         88  ES-REPETICION           VALUE "S".
016400     05  WS-ESTADO-ANTERIOR  PIC X(12).
016500*    COMO MUCHO SE ANOTAN ESTAS LINEAS HUECO POR ENTREGA; LA
016600*    ALERTA DA SIEMPRE EL TOTAL DE NUMEROS QUE FALTAN.
016700 01  WS-MAX-HUECOS           PIC 9(03) VALUE 50.
016800 01  WS-FALTAN               PIC 9(09).
016900 01  WS-HUECO-SEC            PIC 9(09).
017000 01  WS-HUECO-TOPE           PIC 9(09).
017100 01  WS-CLAVE-CTL            PIC X(200).
017200 01  WS-LARGO-CLAVE-CTL      PIC 9(03) VALUE 200.
017300 01  WS-HISTORIA-LINEAS      PIC 9(09).
017400 01  WS-TEXTO-ALERTA.
017500     05  WS-ALR-ESTADO       PIC X(10).
017600     05  WS-ALR-SOCIO        PIC X(08).
017700     05  FILLER              PIC X(01).
017800     05  WS-ALR-FICHERO      PIC X(12).
017900     05  FILLER              PIC X(01).
018000     05  WS-ALR-ETIQUETA     PIC X(07).
018100     05  WS-ALR-NUMERO       PIC Z(8)9.
018200     05  FILLER              PIC X(12).
018300 01  WS-SEVERIDAD            PIC X(01).
018400 01  WS-CONTADORES.
018500     05  WS-TOTAL-REVISADAS  PIC 9(05) COMP VALUE ZERO.
018600     05  WS-TOTAL-ACEPTADAS  PIC 9(05) COMP VALUE ZERO.
018700     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
018800     05  WS-TOTAL-SIN-NUMERO PIC 9(05) COMP VALUE ZERO.
018900     05  WS-TOTAL-HUECOS     PIC 9(09) VALUE ZERO.
019000*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
019100     COPY FECNEG.
019200*    REGISTRO DE CONTROL CAB/TRL DE LOS FICHEROS DE INTERCAMBIO.
019300     COPY CTLREG.
019400*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
019500     COPY ALRSTD.
019600 PROCEDURE       DIVISION.
019700*================================================================
019800 0000-MAINLINE.
019900*================================================================
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020100     PERFORM 2000-REVISAR-ENTREGA THRU 2000-EXIT
020200         VARYING WS-ENT-IDX FROM 1 BY 1
020300         UNTIL WS-ENT-IDX > WS-NUM-ENTREGAS
020400     PERFORM 3000-HISTORIA-SOCIO THRU 3000-EXIT
020500         VARYING WS-SOC-IDX FROM 1 BY 1
020600         UNTIL WS-SOC-IDX > WS-NUM-SOCIOS
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT
020800     GOBACK.
020900*================================================================
021000 1000-INITIALIZE.
021100*================================================================
021200     CALL "FECHANEG" USING FEC-NEG-AREA
021300     OPEN OUTPUT SECENTR-RPT
021400     MOVE "SECUENCIA DE ENTREGAS DE LOS SOCIOS" TO RPT-LINEA
021500     WRITE RPT-LINEA
021600     MOVE SPACES TO RPT-LINEA
021700     STRING "FICHERO       SOCIO     SECUENCIA  REGISTROS  "
021800            "HASH                ESTADO"
021900            DELIMITED BY SIZE INTO RPT-LINEA
022000     WRITE RPT-LINEA
022100     OPEN INPUT PARAMETROS-IN
022200     IF NOT WS-PAR-NO-EXISTE
022300         PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT
022400         PERFORM 1200-ANOTAR-PARAMETRO THRU 1200-EXIT
022500             UNTIL WS-PAR-FIN-FICHERO
022600         CLOSE PARAMETROS-IN
022700     END-IF
022800     IF WS-NUM-ENTREGAS = 0
022900         MOVE 2 TO WS-NUM-ENTREGAS
023000         MOVE "ELTEXTO"   TO WS-ENT-FICHERO(1)
023100         MOVE "AREAPOLIN" TO WS-ENT-FICHERO(2)
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500*================================================================
023600 1100-LEER-PARAMETRO.
023700*================================================================
023800     READ PARAMETROS-IN
023900         AT END
024000             MOVE "10" TO WS-PAR-STATUS
024100     END-READ.
024200 1100-EXIT.
024300     EXIT.
024400*================================================================
024500 1200-ANOTAR-PARAMETRO.
024600*================================================================
024700     EVALUATE TRUE
024800         WHEN PAR-VALOR = SPACES
024900             CONTINUE
025000         WHEN PAR-TIPO = "FICHERO" AND WS-NUM-ENTREGAS < 20
025100             ADD 1 TO WS-NUM-ENTREGAS
025200             SET WS-ENT-IDX TO WS-NUM-ENTREGAS
025300             MOVE PAR-VALOR TO WS-ENT-FICHERO(WS-ENT-IDX)
025400         WHEN PAR-TIPO = "SOCIO" AND WS-NUM-SOCIOS < 20
025500             ADD 1 TO WS-NUM-SOCIOS
025600             SET WS-SOC-IDX TO WS-NUM-SOCIOS
025700             MOVE PAR-VALOR TO WS-SOC-SOCIO(WS-SOC-IDX)
025800     END-EVALUATE
025900     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
026000 1200-EXIT.
026100     EXIT.
026200*================================================================
026300 2000-REVISAR-ENTREGA.
026400*================================================================
026500     ADD 1 TO WS-TOTAL-REVISADAS
026600     MOVE WS-ENT-FICHERO(WS-ENT-IDX) TO WS-NOMBRE-ENTREGA
026700     MOVE "N"    TO WS-HAY-CABECERA
026800     MOVE SPACES TO WS-SOCIO WS-ESTADO
026900     MOVE ZERO   TO WS-SECUENCIA WS-CAB-FECHA WS-REGISTROS WS-HASH
027000                    WS-TRL-REGISTROS WS-TRL-HASH WS-FALTAN
027100     MOVE SPACES TO RPT-DETALLE
027200     MOVE WS-NOMBRE-ENTREGA TO RPT-FICHERO
027300*    UNA ENTRADA AUSENTE LA JUZGA PREVUELO; AQUI SOLO SE INFORMA.
027400     OPEN INPUT ENTREGA-ACTUAL
027500     IF WS-ENT-STATUS NOT = "00"
027600         MOVE "AUSENTE" TO RPT-ESTADO
027700         WRITE RPT-DETALLE
027800         GO TO 2000-EXIT
027900     END-IF
028000     PERFORM 2100-LEER-ENTREGA THRU 2100-EXIT
028100     PERFORM 2200-TRATAR-REGISTRO THRU 2200-EXIT
028200         UNTIL WS-ENT-FIN-FICHERO
028300     CLOSE ENTREGA-ACTUAL
028400     MOVE WS-SOCIO     TO RPT-SOCIO
028500     MOVE WS-SECUENCIA TO RPT-SECUENCIA
028600     MOVE WS-REGISTROS TO RPT-REGISTROS
028700     MOVE WS-HASH      TO RPT-HASH
028800     IF NOT HAY-CABECERA OR WS-SOCIO = SPACES
028900         MOVE "SIN CABECERA" TO WS-ESTADO
029000         GO TO 2000-SIN-NUMERO
029100     END-IF
029200     IF WS-SECUENCIA = ZERO
029300         MOVE "SIN NUMERO" TO WS-ESTADO
029400         GO TO 2000-SIN-NUMERO
029500     END-IF
029600     PERFORM 2300-CONSULTAR-LIBRO THRU 2300-EXIT
029700*    RELANZAMIENTO DEL MISMO DIA CON LA MISMA ENTREGA: SE REPITE
029800*    EL VEREDICTO QUE YA CONSTA EN EL LIBRO.
029900     IF ES-REPETICION
030000         MOVE WS-ESTADO-ANTERIOR TO WS-ESTADO
030100         MOVE "REPETIDO" TO RPT-OBS-TEXTO
030200         IF ESTADO-RECHAZADA
030300             PERFORM 2800-RECHAZAR THRU 2800-EXIT
030400         ELSE
030500             ADD 1 TO WS-TOTAL-ACEPTADAS
030600         END-IF
030700         GO TO 2000-INFORMAR
030800     END-IF
030900     EVALUATE TRUE
031000         WHEN NOT HAY-ANTERIORES
031100             MOVE "ACEPTADA" TO WS-ESTADO
031200         WHEN WS-SECUENCIA = WS-ULTIMA-ACEPTADA + 1
031300             MOVE "ACEPTADA" TO WS-ESTADO
031400         WHEN YA-ACEPTADA
031500             MOVE "DUPLICADA" TO WS-ESTADO
031600         WHEN WS-SECUENCIA < WS-ULTIMA-ACEPTADA
031700             MOVE "DESORDEN" TO WS-ESTADO
031800         WHEN OTHER
031900             MOVE "ACEPTADA" TO WS-ESTADO
032000             PERFORM 2500-ANOTAR-HUECOS THRU 2500-EXIT
032100     END-EVALUATE
032200     PERFORM 2600-ANOTAR-LIBRO THRU 2600-EXIT
032300     IF WS-FALTAN > ZERO
032400         MOVE SPACES TO WS-TEXTO-ALERTA
032500         MOVE "HUECO"   TO WS-ALR-ESTADO
032600         MOVE "FALTAN"  TO WS-ALR-ETIQUETA
032700         MOVE WS-FALTAN TO WS-ALR-NUMERO
032800         MOVE "A" TO WS-SEVERIDAD
032900         PERFORM 2900-ALERTAR THRU 2900-EXIT
033000     END-IF
033100     IF ESTADO-RECHAZADA
033200         MOVE "ULTIMA" TO RPT-OBS-TEXTO
033300         MOVE WS-ULTIMA-ACEPTADA TO RPT-OBS-NUMERO
033400         PERFORM 2800-RECHAZAR THRU 2800-EXIT
033500     ELSE
033600         ADD 1 TO WS-TOTAL-ACEPTADAS
033700     END-IF
033800     GO TO 2000-INFORMAR.
033900 2000-SIN-NUMERO.
034000     ADD 1 TO WS-TOTAL-SIN-NUMERO
034100     PERFORM 2300-CONSULTAR-LIBRO THRU 2300-EXIT
034200     IF ES-REPETICION
034300         MOVE "REPETIDO" TO RPT-OBS-TEXTO
034400     ELSE
034500         PERFORM 2600-ANOTAR-LIBRO THRU 2600-EXIT
034600     END-IF.
034700 2000-INFORMAR.
034800     MOVE WS-ESTADO TO RPT-ESTADO
034900     WRITE RPT-DETALLE.
035000 2000-EXIT.
035100     EXIT.
035200*================================================================
035300 2100-LEER-ENTREGA.
035400*================================================================
035500     READ ENTREGA-ACTUAL
035600         AT END
035700             MOVE "10" TO WS-ENT-STATUS
035800     END-READ.
035900 2100-EXIT.
036000     EXIT.
036100*================================================================
036200 2200-TRATAR-REGISTRO.
036300*================================================================
036400*    LA CABECERA Y EL TRAILER DEL SOCIO NO SON DATOS: DE LA
036500*    CABECERA SE TOMAN EL SOCIO Y EL NUMERO DE ENTREGA, DEL
036600*    TRAILER SUS TOTALES PARA EL LIBRO.
036700     IF ENT-REGISTRO(1:3) = "CAB"
036800        AND ENT-REGISTRO(12:12) IS NUMERIC
036900         IF NOT HAY-CABECERA
037000             MOVE "S" TO WS-HAY-CABECERA
037100             MOVE ENT-REGISTRO(1:68) TO CTL-REGISTRO
037200             MOVE CTL-PROGRAMA TO WS-SOCIO
037300             MOVE CTL-FECHA    TO WS-CAB-FECHA
037400             IF CTL-SECUENCIA IS NUMERIC
037500                 MOVE CTL-SECUENCIA TO WS-SECUENCIA
037600             END-IF
037700         END-IF
037800         GO TO 2200-LEER
037900     END-IF
038000     IF ENT-REGISTRO(1:3) = "TRL"
038100        AND ENT-REGISTRO(12:21) IS NUMERIC
038200         MOVE ENT-REGISTRO(1:68) TO CTL-REGISTRO
038300         MOVE CTL-REGISTROS TO WS-TRL-REGISTROS
038400         IF CTL-HASH IS NUMERIC
038500             MOVE CTL-HASH TO WS-TRL-HASH
038600         END-IF
038700         GO TO 2200-LEER
038800     END-IF
038900     ADD 1 TO WS-REGISTROS
039000     MOVE ENT-REGISTRO(1:200) TO WS-CLAVE-CTL
039100     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
039200         WS-HASH.
039300 2200-LEER.
039400     PERFORM 2100-LEER-ENTREGA THRU 2100-EXIT.
039500 2200-EXIT.
039600     EXIT.
039700*================================================================
039800 2300-CONSULTAR-LIBRO.
039900*================================================================
040000*    SE RECORRE EL LIBRO ENTERO BUSCANDO LAS ENTREGAS ACEPTADAS
040100*    DEL MISMO SOCIO Y FICHERO: LA ULTIMA, SI ESTE NUMERO YA ESTA
040200*    Y SI ES LA MISMA ENTREGA DE HOY QUE VUELVE A PASAR.
040300     MOVE ZERO TO WS-ULTIMA-ACEPTADA
040400     MOVE "N"  TO WS-HAY-ANTERIORES WS-YA-ACEPTADA WS-REPETICION
040500     MOVE SPACES TO WS-ESTADO-ANTERIOR
040600     OPEN INPUT LIBRO-ENTREGAS
040700     IF WS-LIB-NO-EXISTE
040800         GO TO 2300-EXIT
040900     END-IF
041000     PERFORM 2410-LEER-LIBRO THRU 2410-EXIT
041100     PERFORM 2400-COMPARAR-LINEA THRU 2400-EXIT
041200         UNTIL WS-LIB-FIN-FICHERO
041300     CLOSE LIBRO-ENTREGAS.
041400 2300-EXIT.
041500     EXIT.
041600*================================================================
041700 2400-COMPARAR-LINEA.
041800*================================================================
041900     IF LIB-SOCIO NOT = WS-SOCIO
042000        OR LIB-FICHERO NOT = WS-NOMBRE-ENTREGA
042100         GO TO 2400-LEER
042200     END-IF
042300     IF LIB-ACEPTADA
042400         MOVE "S" TO WS-HAY-ANTERIORES
042500         IF LIB-SECUENCIA > WS-ULTIMA-ACEPTADA
042600             MOVE LIB-SECUENCIA TO WS-ULTIMA-ACEPTADA
042700         END-IF
042800         IF LIB-SECUENCIA = WS-SECUENCIA
042900             MOVE "S" TO WS-YA-ACEPTADA
043000         END-IF
043100     END-IF
043200     IF LIB-SECUENCIA = WS-SECUENCIA
043300        AND NOT LIB-HUECO
043400        AND LIB-FECHA = FEC-NEG-FECHA
043500        AND LIB-REGISTROS = WS-REGISTROS
043600        AND LIB-HASH = WS-HASH
043700         MOVE "S" TO WS-REPETICION
043800         MOVE LIB-ESTADO TO WS-ESTADO-ANTERIOR
043900     END-IF.
044000 2400-LEER.
044100     PERFORM 2410-LEER-LIBRO THRU 2410-EXIT.
044200 2400-EXIT.
044300     EXIT.
044400*================================================================
044500 2410-LEER-LIBRO.
044600*================================================================
044700     READ LIBRO-ENTREGAS
044800         AT END
044900             MOVE "10" TO WS-LIB-STATUS
045000     END-READ.
045100 2410-EXIT.
045200     EXIT.
045300*================================================================
045400 2500-ANOTAR-HUECOS.
045500*================================================================
045600*    EL SOCIO SE HA SALTADO NUMEROS: LA ENTREGA SE ACEPTA Y CADA
045700*    NUMERO QUE FALTA QUEDA EN EL LIBRO COMO HUECO.
045800     COMPUTE WS-FALTAN = WS-SECUENCIA - WS-ULTIMA-ACEPTADA - 1
045900     ADD WS-FALTAN TO WS-TOTAL-HUECOS
046000     SET HAY-HUECOS TO TRUE
046100     MOVE "FALTAN" TO RPT-OBS-TEXTO
046200     MOVE WS-FALTAN TO RPT-OBS-NUMERO
046300     COMPUTE WS-HUECO-TOPE = WS-ULTIMA-ACEPTADA + WS-MAX-HUECOS
046400     IF WS-HUECO-TOPE > WS-SECUENCIA - 1
046500         COMPUTE WS-HUECO-TOPE = WS-SECUENCIA - 1
046600     END-IF
046700     PERFORM 2700-ABRIR-LIBRO THRU 2700-EXIT
046800     COMPUTE WS-HUECO-SEC = WS-ULTIMA-ACEPTADA + 1
046900     PERFORM 2510-ESCRIBIR-HUECO THRU 2510-EXIT
047000         UNTIL WS-HUECO-SEC > WS-HUECO-TOPE
047100     CLOSE LIBRO-ENTREGAS.
047200 2500-EXIT.
047300     EXIT.
047400*================================================================
047500 2510-ESCRIBIR-HUECO.
047600*================================================================
047700     MOVE SPACES            TO LIB-REGISTRO
047800     MOVE WS-SOCIO          TO LIB-SOCIO
047900     MOVE WS-NOMBRE-ENTREGA TO LIB-FICHERO
048000     MOVE WS-HUECO-SEC      TO LIB-SECUENCIA
048100     MOVE "HUECO"           TO LIB-ESTADO
048200     MOVE FEC-NEG-FECHA     TO LIB-FECHA
048300     MOVE FEC-NEG-CORRIDA   TO LIB-CORRIDA
048400     MOVE ZERO              TO LIB-CAB-FECHA LIB-REGISTROS
048500                               LIB-HASH LIB-TRL-REGISTROS
048600                               LIB-TRL-HASH
048700     WRITE LIB-REGISTRO
048800     ADD 1 TO WS-HUECO-SEC.
048900 2510-EXIT.
049000     EXIT.
049100*================================================================
049200 2600-ANOTAR-LIBRO.
049300*================================================================
049400     PERFORM 2700-ABRIR-LIBRO THRU 2700-EXIT
049500     MOVE SPACES            TO LIB-REGISTRO
049600     MOVE WS-SOCIO          TO LIB-SOCIO
049700     MOVE WS-NOMBRE-ENTREGA TO LIB-FICHERO
049800     MOVE WS-SECUENCIA      TO LIB-SECUENCIA
049900     MOVE WS-ESTADO         TO LIB-ESTADO
050000     MOVE FEC-NEG-FECHA     TO LIB-FECHA
050100     MOVE FEC-NEG-CORRIDA   TO LIB-CORRIDA
050200     MOVE WS-CAB-FECHA      TO LIB-CAB-FECHA
050300     MOVE WS-REGISTROS      TO LIB-REGISTROS
050400     MOVE WS-HASH           TO LIB-HASH
050500     MOVE WS-TRL-REGISTROS  TO LIB-TRL-REGISTROS
050600     MOVE WS-TRL-HASH       TO LIB-TRL-HASH
050700     WRITE LIB-REGISTRO
050800     CLOSE LIBRO-ENTREGAS.
050900 2600-EXIT.
051000     EXIT.
051100*================================================================
051200 2700-ABRIR-LIBRO.
051300*================================================================
051400     OPEN EXTEND LIBRO-ENTREGAS
051500     IF WS-LIB-NO-EXISTE
051600         OPEN OUTPUT LIBRO-ENTREGAS
051700     END-IF.
051800 2700-EXIT.
051900     EXIT.
052000*================================================================
052100 2800-RECHAZAR.
052200*================================================================
052300*    ENTREGA REPETIDA O FUERA DE ORDEN: NO DEBE ENTRAR EN LA
052400*    CADENA. ALERTA CRITICA Y PUERTA CERRADA.
052500     ADD 1 TO WS-TOTAL-RECHAZADAS
052600     SET PUERTA-CERRADA TO TRUE
052700     MOVE SPACES TO WS-TEXTO-ALERTA
052800     MOVE WS-ESTADO    TO WS-ALR-ESTADO
052900     MOVE "ENTREGA"    TO WS-ALR-ETIQUETA
053000     MOVE WS-SECUENCIA TO WS-ALR-NUMERO
053100     MOVE "C" TO WS-SEVERIDAD
053200     PERFORM 2900-ALERTAR THRU 2900-EXIT.
053300 2800-EXIT.
053400     EXIT.
053500*================================================================
053600 2900-ALERTAR.
053700*================================================================
053800*    EL TEXTO Y LA SEVERIDAD LOS DEJA PUESTOS QUIEN LLAMA.
053900     MOVE WS-SOCIO          TO WS-ALR-SOCIO
054000     MOVE WS-NOMBRE-ENTREGA TO WS-ALR-FICHERO
054100     MOVE SPACES            TO ALR-STD-REGISTRO
054200     MOVE "SECENTR"         TO ALR-STD-PROGRAMA
054300     MOVE WS-SEVERIDAD      TO ALR-STD-SEVERIDAD
054400     MOVE WS-TEXTO-ALERTA   TO ALR-STD-TEXTO
054500     CALL "ALERTADOR" USING ALR-STD-REGISTRO.
054600 2900-EXIT.
054700     EXIT.
054800*================================================================
054900 3000-HISTORIA-SOCIO.
055000*================================================================
055100*    HISTORIA COMPLETA DEL SOCIO PEDIDO, EN EL ORDEN DEL LIBRO,
055200*    PARA QUE LA MESA SE LA ENSENE.
055300     MOVE SPACES TO RPT-LINEA
055400     WRITE RPT-LINEA
055500     STRING "HISTORIA DE ENTREGAS DEL SOCIO "
055600            WS-SOC-SOCIO(WS-SOC-IDX)
055700            DELIMITED BY SIZE INTO RPT-LINEA
055800     WRITE RPT-LINEA
055900     MOVE SPACES TO RPT-LINEA
056000     STRING "RECIBIDA       FICHERO       SECUENCIA  FECHA SOC "
056100            "REGISTROS    TRAILER  ESTADO"
056200            DELIMITED BY SIZE INTO RPT-LINEA
056300     WRITE RPT-LINEA
056400     MOVE ZERO TO WS-HISTORIA-LINEAS
056500     OPEN INPUT LIBRO-ENTREGAS
056600     IF NOT WS-LIB-NO-EXISTE
056700         PERFORM 2410-LEER-LIBRO THRU 2410-EXIT
056800         PERFORM 3100-LINEA-HISTORIA THRU 3100-EXIT
056900             UNTIL WS-LIB-FIN-FICHERO
057000         CLOSE LIBRO-ENTREGAS
057100     END-IF
057200     IF WS-HISTORIA-LINEAS = ZERO
057300         MOVE "  SIN ENTREGAS ANOTADAS" TO RPT-LINEA
057400         WRITE RPT-LINEA
057500     END-IF.
057600 3000-EXIT.
057700     EXIT.
057800*================================================================
057900 3100-LINEA-HISTORIA.
058000*================================================================
058100     IF LIB-SOCIO = WS-SOC-SOCIO(WS-SOC-IDX)
058200         ADD 1 TO WS-HISTORIA-LINEAS
058300         MOVE SPACES            TO RPT-HISTORIA
058400         MOVE LIB-FECHA         TO RPT-HIS-FECHA
058500         MOVE LIB-CORRIDA       TO RPT-HIS-CORRIDA
058600         MOVE LIB-FICHERO       TO RPT-HIS-FICHERO
058700         MOVE LIB-SECUENCIA     TO RPT-HIS-SECUENCIA
058800         MOVE LIB-CAB-FECHA     TO RPT-HIS-CAB-FECHA
058900         MOVE LIB-REGISTROS     TO RPT-HIS-REGISTROS
059000         MOVE LIB-TRL-REGISTROS TO RPT-HIS-TRL-REG
059100         MOVE LIB-ESTADO        TO RPT-HIS-ESTADO
059200         WRITE RPT-HISTORIA
059300     END-IF
059400     PERFORM 2410-LEER-LIBRO THRU 2410-EXIT.
059500 3100-EXIT.
059600     EXIT.
059700*================================================================
059800 9000-TERMINATE.
059900*================================================================
060000     MOVE SPACES TO RPT-LINEA
060100     WRITE RPT-LINEA
060200     MOVE SPACES TO RPT-RESUMEN-REGISTRO
060300     MOVE "ENTREGAS REVISADAS"       TO RPT-RESUMEN-ETIQUETA
060400     MOVE WS-TOTAL-REVISADAS         TO RPT-RESUMEN-VALOR
060500     WRITE RPT-RESUMEN-REGISTRO
060600     MOVE "ENTREGAS ACEPTADAS"       TO RPT-RESUMEN-ETIQUETA
060700     MOVE WS-TOTAL-ACEPTADAS         TO RPT-RESUMEN-VALOR
060800     WRITE RPT-RESUMEN-REGISTRO
060900     MOVE "ENTREGAS RECHAZADAS"      TO RPT-RESUMEN-ETIQUETA
061000     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
061100     WRITE RPT-RESUMEN-REGISTRO
061200     MOVE "ENTREGAS SIN NUMERO"      TO RPT-RESUMEN-ETIQUETA
061300     MOVE WS-TOTAL-SIN-NUMERO        TO RPT-RESUMEN-VALOR
061400     WRITE RPT-RESUMEN-REGISTRO
061500     MOVE "NUMEROS DE ENTREGA QUE FALTAN" TO RPT-RESUMEN-ETIQUETA
061600     MOVE WS-TOTAL-HUECOS            TO RPT-RESUMEN-VALOR
061700     WRITE RPT-RESUMEN-REGISTRO
061800     IF PUERTA-CERRADA
061900         MOVE "RESULTADO: PUERTA CERRADA, CADENA DETENIDA"
062000             TO RPT-LINEA
062100         WRITE RPT-LINEA
062200         MOVE 8 TO RETURN-CODE
062300     ELSE
062400         MOVE "RESULTADO: PUERTA ABIERTA" TO RPT-LINEA
062500         WRITE RPT-LINEA
062600         IF HAY-HUECOS
062700             MOVE 4 TO RETURN-CODE
062800         END-IF
062900     END-IF
063000     CLOSE SECENTR-RPT.
063100 9000-EXIT.
063200     EXIT.
063300 END PROGRAM SECENTR.
