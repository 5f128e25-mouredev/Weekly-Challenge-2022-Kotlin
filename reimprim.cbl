000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REIMPRIM.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. REIMPRESION DE INFORMES
001300*                    ARCHIVADOS POR ARCHNOCHE A PETICION DE LA
001400*                    MESA: CADA TARJETA REIMPARM PIDE EL INFORME
001500*                    DE UN PROGRAMA EN UNA FECHA DE NEGOCIO Y,
001600*                    OPCIONAL, SOLO LO DE UN CLIENTE O DE UNA
001700*                    REFERENCIA DE ORDEN. LA GENERACION SE CUADRA
001800*                    CONTRA ARCHMANIF ANTES DE SACAR NADA, LA
001900*                    REIMPRESION VA MARCADA COMO COPIA CON EL
002000*                    SELLO DE LA CORRIDA ORIGINAL Y CADA PETICION,
002100*                    SERVIDA O NEGADA, QUEDA EN LA AUDITORIA.
002200*----------------------------------------------------------------
002300* TARJETA REIMPARM (UNA POR PETICION): PROGRAMA (COLUMNAS 1-16),
002400* FECHA DE NEGOCIO AAAAMMDD (17-24), CLIENTE (25-32) Y REFERENCIA
002500* DE ORDEN (33-42), ESTAS DOS OPCIONALES. PROGRAMAS: PALINDROMO
002600* (PALINDRPT; EL CLIENTE SACA SU BLOQUE, DE LA CABECERA "CLIENTE:"
002700* A SUS SUBTOTALES), AREA_POL (AREAPOLRPT; LA REFERENCIA SACA SUS
002800* LINEAS DE DETALLE Y EL CLIENTE LAS DE SUS ORDENES SEGUN ORDCLI)
002900* Y ANAGRAMA (ANAGRRPT, SOLO COMPLETO). SIN CLIENTE NI REFERENCIA
003000* SE REIMPRIME EL INFORME ENTERO.
003100*
003200* LA GENERACION (<INFORME><AAAAMMDD>) DEBE FIGURAR EN ARCHMANIF
003300* COMO GUARDADA (VALE LA ULTIMA ANOTACION DE ESA FECHA) Y TENER
003400* LOS REGISTROS QUE DICE EL MANIFIESTO; SI NO, LA PETICION SE
003500* NIEGA. EL SELLO ORIGINAL (FECHA Y CORRIDA) SALE DE LA TARJETA
003600* FECHANEG ARCHIVADA ESA NOCHE (FECHANEG<AAAAMMDD>).
003700* EXIGE EL PERMISO REIMPRIM DE OPERSEG. RC 8 SI SE NIEGA ALGUNA
003800* PETICION, RC 4 SI ALGUNA NO TENIA LINEAS PARA SU FILTRO.
003900*----------------------------------------------------------------
004000 ENVIRONMENT     DIVISION.
004100 INPUT-OUTPUT    SECTION.
004200 FILE-CONTROL.
004300     SELECT REIMPRIM-PARM ASSIGN TO "REIMPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PARM-STATUS.
004600     SELECT ARCHIVO-MANIFIESTO ASSIGN TO "ARCHMANIF"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MAN-STATUS.
004900     SELECT ORDEN-CLIENTE ASSIGN TO "ORDCLI"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ORD-STATUS.
005200     SELECT FECHA-ARCHIVADA ASSIGN TO WS-NOMBRE-FECHA
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FEC-STATUS.
005500     SELECT FICHERO-ORIGEN ASSIGN TO WS-NOMBRE-ORIGEN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ORI-STATUS.
005800     SELECT REIMPRIM-RPT ASSIGN TO "REIMPRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA            DIVISION.
006100 FILE            SECTION.
006200 FD  REIMPRIM-PARM
006300     RECORDING MODE IS F.
006400 01  PARM-REGISTRO.
006500     05  PARM-PROGRAMA       PIC X(16).
006600     05  PARM-FECHA          PIC X(08).
006700     05  PARM-CLIENTE        PIC X(08).
006800     05  PARM-REFERENCIA     PIC X(10).
006900 FD  ARCHIVO-MANIFIESTO
007000     RECORDING MODE IS F.
007100 01  MAN-REGISTRO.
007200     05  MAN-FECHA           PIC 9(08).
007300     05  FILLER              PIC X(01).
007400     05  MAN-FICHERO         PIC X(12).
007500     05  FILLER              PIC X(01).
007600     05  MAN-REGISTROS       PIC 9(09).
007700     05  FILLER              PIC X(01).
007800     05  MAN-ESTADO          PIC X(10).
007900 FD  ORDEN-CLIENTE
008000     RECORDING MODE IS F.
008100 01  ORD-REGISTRO.
008200     05  ORD-REFERENCIA      PIC X(10).
008300     05  ORD-CLIENTE         PIC X(08).
008400 FD  FECHA-ARCHIVADA
008500     RECORDING MODE IS F.
008600 01  FEC-REGISTRO.
008700     05  FEC-FECHA           PIC X(08).
008800     05  FEC-CORRIDA         PIC X(04).
008900 FD  FICHERO-ORIGEN
009000     RECORDING MODE IS F.
009100 01  ORI-REGISTRO            PIC X(48200).
009200 FD  REIMPRIM-RPT
009300     RECORDING MODE IS F.
009400 01  RPT-LINEA               PIC X(48200).
009500 WORKING-STORAGE SECTION.
009600*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
009700     COPY OPSSTD.
009800*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
009900     COPY AUDREG.
010000 01  WS-PARM-STATUS          PIC X(02).
010100     88  WS-PARM-NO-EXISTE           VALUE "35".
010200     88  WS-PARM-FIN-FICHERO         VALUE "10".
010300 01  WS-MAN-STATUS           PIC X(02).
010400     88  WS-MAN-NO-EXISTE            VALUE "35".
010500     88  WS-MAN-FIN-FICHERO          VALUE "10".
010600 01  WS-ORD-STATUS           PIC X(02).
010700     88  WS-ORD-NO-EXISTE            VALUE "35".
010800     88  WS-ORD-FIN-FICHERO          VALUE "10".
010900 01  WS-FEC-STATUS           PIC X(02).
011000 01  WS-ORI-STATUS           PIC X(02).
011100 01  WS-NOMBRE-FECHA         PIC X(20).
011200 01  WS-NOMBRE-ORIGEN        PIC X(20).
011300 01  WS-SWITCHES.
011400     05  WS-PROCESO-NEGADO   PIC X(01) VALUE "N".
011500         88  PROCESO-NEGADO          VALUE "S".
011600     05  WS-PETICION-NEGADA  PIC X(01) VALUE "N".
011700         88  PETICION-NEGADA         VALUE "S".
011800     05  WS-FIN-ORIGEN       PIC X(01) VALUE "N".
011900         88  FIN-ORIGEN              VALUE "S".
012000     05  WS-MAN-HALLADO      PIC X(01) VALUE "N".
012100         88  MAN-HALLADO             VALUE "S".
012200     05  WS-LINEA-ELEGIDA    PIC X(01) VALUE "N".
012300         88  LINEA-ELEGIDA           VALUE "S".
012400*        DENTRO DEL BLOQUE DEL CLIENTE EN EL INFORME DE PALINDROMO
012500*        Y YA EN SUS SUBTOTALES.
012600     05  WS-EN-BLOQUE        PIC X(01) VALUE "N".
012700         88  EN-BLOQUE               VALUE "S".
012800     05  WS-VISTO-SUBTOTAL   PIC X(01) VALUE "N".
012900         88  VISTO-SUBTOTAL          VALUE "S".
013000*    PETICION EN CURSO Y LO QUE SE SABE DE SU GENERACION.
013100 01  WS-PROGRAMA             PIC X(16) VALUE SPACES.
013200 01  WS-FECHA                PIC X(08) VALUE SPACES.
013300 01  WS-CLIENTE              PIC X(08) VALUE SPACES.
013400 01  WS-REFERENCIA           PIC X(10) VALUE SPACES.
013500 01  WS-INFORME              PIC X(12) VALUE SPACES.
013600*    FILTRO QUE ADMITE EL INFORME: B BLOQUE DE CLIENTE
013700*    (PALINDRPT), R REFERENCIA EN LA COLUMNA 1 (AREAPOLRPT), N
013800*    NINGUNO.
013900 01  WS-TIPO-FILTRO          PIC X(01) VALUE SPACE.
014000     88  FILTRO-BLOQUE               VALUE "B".
014100     88  FILTRO-REFERENCIA           VALUE "R".
014200     88  FILTRO-NINGUNO              VALUE "N".
014300 01  WS-OPERADOR             PIC X(08) VALUE SPACES.
014400 01  WS-MOTIVO               PIC X(40) VALUE SPACES.
014500 01  WS-MAN-REGISTROS        PIC 9(09) VALUE ZERO.
014600 01  WS-CORRIDA-ORIGINAL     PIC X(04) VALUE SPACES.
014700 01  WS-REF-LINEA            PIC X(10) VALUE SPACES.
014800 01  WS-CLIENTE-LINEA        PIC X(08) VALUE SPACES.
014900 01  WS-TALLY                PIC 9(04) COMP VALUE ZERO.
015000 01  WS-HORA                 PIC 9(08) VALUE ZERO.
015100 01  WS-HOY                  PIC 9(08) VALUE ZERO.
015200 01  WS-LEIDOS               PIC 9(09) VALUE ZERO.
015300 01  WS-SACADAS              PIC 9(09) VALUE ZERO.
015400 01  WS-EDIT-LEIDOS          PIC Z(8)9.
015500 01  WS-EDIT-SACADAS         PIC Z(8)9.
015600 01  WS-EDIT-MANIFIESTO      PIC Z(8)9.
015700 01  WS-EDIT-HORA            PIC 99B99B99.
015800*----------------------------------------------------------------
015900* ORDENES DE TRABAJO Y SU CLIENTE (ORDCLI), PARA SACAR DEL INFORME
016000* DE AREA_POL LAS LINEAS DE LAS ORDENES DE UN CLIENTE.
016100*----------------------------------------------------------------
016200 01  WS-TABLA-ORDENES.
016300     05  WS-NUM-ORDENES      PIC 9(04) COMP VALUE ZERO.
016400     05  WS-ORD-ENTRY OCCURS 2000 TIMES.
016500         10  WS-ORD-REF      PIC X(10).
016600         10  WS-ORD-CLI      PIC X(08).
016700 01  WS-IDX-ORD              PIC 9(04) COMP VALUE ZERO.
016800 01  WS-CONTADORES.
016900     05  WS-TOTAL-PETICIONES PIC 9(04) COMP VALUE ZERO.
017000     05  WS-TOTAL-SERVIDAS   PIC 9(04) COMP VALUE ZERO.
017100     05  WS-TOTAL-NEGADAS    PIC 9(04) COMP VALUE ZERO.
017200     05  WS-TOTAL-VACIAS     PIC 9(04) COMP VALUE ZERO.
017300 01  WS-EDIT-CONTADOR        PIC ZZZ9.
017400 PROCEDURE       DIVISION.
017500*================================================================
017600 0000-MAINLINE.
017700*================================================================
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017900     IF NOT PROCESO-NEGADO
018000         PERFORM 2000-ATENDER-PETICION THRU 2000-EXIT
018100             UNTIL WS-PARM-FIN-FICHERO
018200         CLOSE REIMPRIM-PARM
018300     END-IF
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT
018500     GOBACK.
018600*================================================================
018700 1000-INITIALIZE.
018800*================================================================
018900     OPEN OUTPUT REIMPRIM-RPT
019000     ACCEPT WS-HOY FROM DATE YYYYMMDD
019100     MOVE SPACES TO OPS-STD-AREA
019200     MOVE "REIMPRIM" TO OPS-STD-PERMISO
019300     CALL "OPERSEG" USING OPS-STD-AREA
019400     MOVE OPS-STD-OPERADOR TO WS-OPERADOR
019500     IF NOT OPS-PERMITIDO
019600         MOVE "OPERADOR SIN PERMISO REIMPRIM" TO WS-MOTIVO
019700         PERFORM 1900-NEGAR-PROCESO THRU 1900-EXIT
019800         GO TO 1000-EXIT
019900     END-IF
020000     OPEN INPUT REIMPRIM-PARM
020100     IF WS-PARM-NO-EXISTE
020200         MOVE "SIN TARJETA REIMPARM" TO WS-MOTIVO
020300         PERFORM 1900-NEGAR-PROCESO THRU 1900-EXIT
020400         GO TO 1000-EXIT
020500     END-IF
020600     PERFORM 1100-CARGAR-ORDENES THRU 1100-EXIT
020700     PERFORM 1300-LEER-PETICION THRU 1300-EXIT.
020800 1000-EXIT.
020900     EXIT.
021000*================================================================
021100 1100-CARGAR-ORDENES.
021200*================================================================
021300*    SIN ORDCLI NINGUNA REFERENCIA TIENE CLIENTE: LA PETICION POR
021400*    CLIENTE DE AREA_POL SALE SIN LINEAS.
021500     OPEN INPUT ORDEN-CLIENTE
021600     IF WS-ORD-NO-EXISTE
021700         GO TO 1100-EXIT
021800     END-IF
021900     PERFORM 1110-LEER-ORDEN THRU 1110-EXIT
022000     PERFORM 1120-ANOTAR-ORDEN THRU 1120-EXIT
022100         UNTIL WS-ORD-FIN-FICHERO
022200     CLOSE ORDEN-CLIENTE.
022300 1100-EXIT.
022400     EXIT.
022500*================================================================
022600 1110-LEER-ORDEN.
022700*================================================================
022800     READ ORDEN-CLIENTE
022900         AT END
023000             MOVE "10" TO WS-ORD-STATUS
023100     END-READ.
023200 1110-EXIT.
023300     EXIT.
023400*================================================================
023500 1120-ANOTAR-ORDEN.
023600*================================================================
023700     IF ORD-REFERENCIA NOT = SPACES AND WS-NUM-ORDENES < 2000
023800         ADD 1 TO WS-NUM-ORDENES
023900         MOVE ORD-REFERENCIA TO WS-ORD-REF(WS-NUM-ORDENES)
024000         MOVE ORD-CLIENTE    TO WS-ORD-CLI(WS-NUM-ORDENES)
024100     END-IF
024200     PERFORM 1110-LEER-ORDEN THRU 1110-EXIT.
024300 1120-EXIT.
024400     EXIT.
024500*================================================================
024600 1300-LEER-PETICION.
024700*================================================================
024800     READ REIMPRIM-PARM
024900         AT END
025000             MOVE "10" TO WS-PARM-STATUS
025100     END-READ.
025200 1300-EXIT.
025300     EXIT.
025400*================================================================
025500 1900-NEGAR-PROCESO.
025600*================================================================
025700*    SIN PERMISO O SIN TARJETAS NO SE ATIENDE NINGUNA PETICION; LA
025800*    NEGATIVA TAMBIEN QUEDA EN LA AUDITORIA.
025900     SET PROCESO-NEGADO TO TRUE
026000     MOVE SPACES TO RPT-LINEA
026100     STRING "REIMPRESION DENEGADA: " DELIMITED BY SIZE
026200         WS-MOTIVO DELIMITED BY SIZE
026300         INTO RPT-LINEA
026400     END-STRING
026500     WRITE RPT-LINEA
026600     MOVE SPACES TO AUD-STD-REGISTRO
026700     MOVE "REIMPRIM" TO AUD-STD-PROGRAMA
026800     MOVE WS-OPERADOR TO AUD-STD-CLAVE(47:8)
026900     MOVE "REIMPRESION DENEGADA" TO AUD-STD-DECISION
027000     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
027100     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
027200 1900-EXIT.
027300     EXIT.
027400*================================================================
027500 2000-ATENDER-PETICION.
027600*================================================================
027700     IF PARM-REGISTRO = SPACES
027800         PERFORM 1300-LEER-PETICION THRU 1300-EXIT
027900         GO TO 2000-EXIT
028000     END-IF
028100     ADD 1 TO WS-TOTAL-PETICIONES
028200     MOVE "N" TO WS-PETICION-NEGADA
028300     MOVE PARM-PROGRAMA   TO WS-PROGRAMA
028400     MOVE PARM-FECHA      TO WS-FECHA
028500     MOVE PARM-CLIENTE    TO WS-CLIENTE
028600     MOVE PARM-REFERENCIA TO WS-REFERENCIA
028700     MOVE SPACES TO WS-MOTIVO
028800     PERFORM 2100-VALIDAR-PETICION THRU 2100-EXIT
028900     IF NOT PETICION-NEGADA
029000         PERFORM 2200-BUSCAR-MANIFIESTO THRU 2200-EXIT
029100     END-IF
029200     IF NOT PETICION-NEGADA
029300         PERFORM 2300-CUADRAR-GENERACION THRU 2300-EXIT
029400     END-IF
029500     IF PETICION-NEGADA
029600         PERFORM 2900-NEGAR-PETICION THRU 2900-EXIT
029700     ELSE
029800         PERFORM 2400-SELLO-ORIGINAL THRU 2400-EXIT
029900         PERFORM 2500-SACAR-COPIA THRU 2500-EXIT
030000         PERFORM 2800-AUDITAR-SERVIDA THRU 2800-EXIT
030100     END-IF
030200     PERFORM 1300-LEER-PETICION THRU 1300-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500*================================================================
030600 2100-VALIDAR-PETICION.
030700*================================================================
030800*    SOLO LOS INFORMES QUE ARCHNOCHE GUARDA TIENEN REIMPRESION, Y
030900*    CADA UNO ADMITE EL FILTRO QUE SU FORMATO PERMITE.
031000     EVALUATE WS-PROGRAMA
031100         WHEN "PALINDROMO"
031200             MOVE "PALINDRPT"  TO WS-INFORME
031300             SET FILTRO-BLOQUE TO TRUE
031400         WHEN "AREA_POL"
031500             MOVE "AREAPOLRPT" TO WS-INFORME
031600             SET FILTRO-REFERENCIA TO TRUE
031700         WHEN "ANAGRAMA"
031800             MOVE "ANAGRRPT"   TO WS-INFORME
031900             SET FILTRO-NINGUNO TO TRUE
032000         WHEN OTHER
032100             MOVE "PROGRAMA SIN INFORME ARCHIVADO" TO WS-MOTIVO
032200             SET PETICION-NEGADA TO TRUE
032300             GO TO 2100-EXIT
032400     END-EVALUATE
032500     IF WS-FECHA NOT NUMERIC
032600         MOVE "FECHA DE NEGOCIO NO VALIDA" TO WS-MOTIVO
032700         SET PETICION-NEGADA TO TRUE
032800         GO TO 2100-EXIT
032900     END-IF
033000     IF FILTRO-NINGUNO
033100        AND (WS-CLIENTE NOT = SPACES
033200             OR WS-REFERENCIA NOT = SPACES)
033300         MOVE "EL INFORME NO ADMITE FILTRO" TO WS-MOTIVO
033400         SET PETICION-NEGADA TO TRUE
033500         GO TO 2100-EXIT
033600     END-IF
033700     IF FILTRO-BLOQUE AND WS-REFERENCIA NOT = SPACES
033800         MOVE "EL INFORME NO LLEVA REFERENCIAS" TO WS-MOTIVO
033900         SET PETICION-NEGADA TO TRUE
034000     END-IF.
034100 2100-EXIT.
034200     EXIT.
034300*================================================================
034400 2200-BUSCAR-MANIFIESTO.
034500*================================================================
034600*    VALE LA ULTIMA ANOTACION DE LA FECHA: UN ARCHIVADO REPETIDO
034700*    ESA NOCHE PISA LA GENERACION Y SU RECUENTO.
034800     MOVE "N" TO WS-MAN-HALLADO
034900     MOVE 0 TO WS-MAN-REGISTROS
035000     OPEN INPUT ARCHIVO-MANIFIESTO
035100     IF WS-MAN-NO-EXISTE
035200         MOVE "SIN MANIFIESTO ARCHMANIF" TO WS-MOTIVO
035300         SET PETICION-NEGADA TO TRUE
035400         GO TO 2200-EXIT
035500     END-IF
035600     PERFORM 2210-LEER-MANIFIESTO THRU 2210-EXIT
035700     PERFORM 2220-MIRAR-MANIFIESTO THRU 2220-EXIT
035800         UNTIL WS-MAN-FIN-FICHERO
035900     CLOSE ARCHIVO-MANIFIESTO
036000     IF NOT MAN-HALLADO
036100         MOVE "INFORME NO ARCHIVADO ESA FECHA" TO WS-MOTIVO
036200         SET PETICION-NEGADA TO TRUE
036300         GO TO 2200-EXIT
036400     END-IF
036500     IF WS-MOTIVO NOT = SPACES
036600         SET PETICION-NEGADA TO TRUE
036700     END-IF.
036800 2200-EXIT.
036900     EXIT.
037000*================================================================
037100 2210-LEER-MANIFIESTO.
037200*================================================================
037300     READ ARCHIVO-MANIFIESTO
037400         AT END
037500             MOVE "10" TO WS-MAN-STATUS
037600     END-READ.
037700 2210-EXIT.
037800     EXIT.
037900*================================================================
038000 2220-MIRAR-MANIFIESTO.
038100*================================================================
038200     IF MAN-FICHERO = WS-INFORME
038300        AND MAN-FECHA NUMERIC
038400        AND MAN-FECHA = WS-FECHA
038500         SET MAN-HALLADO TO TRUE
038600         MOVE MAN-REGISTROS TO WS-MAN-REGISTROS
038700         IF MAN-ESTADO = "GUARDADO"
038800             MOVE SPACES TO WS-MOTIVO
038900         ELSE
039000             MOVE "INFORME AUSENTE AL ARCHIVAR" TO WS-MOTIVO
039100         END-IF
039200     END-IF
039300     PERFORM 2210-LEER-MANIFIESTO THRU 2210-EXIT.
039400 2220-EXIT.
039500     EXIT.
039600*================================================================
039700 2300-CUADRAR-GENERACION.
039800*================================================================
039900*    LA GENERACION SE CUENTA ENTERA ANTES DE SACAR NADA: SI NO
040000*    TIENE LOS REGISTROS DEL MANIFIESTO NO SE REIMPRIM.
040100     MOVE SPACES TO WS-NOMBRE-ORIGEN
040200     STRING WS-INFORME DELIMITED BY SPACE
040300         WS-FECHA DELIMITED BY SIZE
040400         INTO WS-NOMBRE-ORIGEN
040500     END-STRING
040600     MOVE 0 TO WS-LEIDOS
040700     OPEN INPUT FICHERO-ORIGEN
040800     IF WS-ORI-STATUS NOT = "00"
040900         MOVE "GENERACION ARCHIVADA AUSENTE" TO WS-MOTIVO
041000         SET PETICION-NEGADA TO TRUE
041100         GO TO 2300-EXIT
041200     END-IF
041300     MOVE "N" TO WS-FIN-ORIGEN
041400     PERFORM 2310-CONTAR-REGISTRO THRU 2310-EXIT
041500         UNTIL FIN-ORIGEN
041600     CLOSE FICHERO-ORIGEN
041700     IF WS-LEIDOS NOT = WS-MAN-REGISTROS
041800         MOVE "GENERACION NO CUADRA CON ARCHMANIF" TO WS-MOTIVO
041900         SET PETICION-NEGADA TO TRUE
042000     END-IF.
042100 2300-EXIT.
042200     EXIT.
042300*================================================================
042400 2310-CONTAR-REGISTRO.
042500*================================================================
042600     READ FICHERO-ORIGEN
042700         AT END
042800             SET FIN-ORIGEN TO TRUE
042900         NOT AT END
043000             ADD 1 TO WS-LEIDOS
043100     END-READ.
043200 2310-EXIT.
043300     EXIT.
043400*================================================================
043500 2400-SELLO-ORIGINAL.
043600*================================================================
043700*    LA CORRIDA ORIGINAL ES LA DE LA TARJETA FECHANEG QUE
043800*    ARCHNOCHE GUARDO ESA NOCHE; SIN ELLA LA COPIA SALE SOLO CON
043900*    LA FECHA.
044000     MOVE SPACES TO WS-NOMBRE-FECHA WS-CORRIDA-ORIGINAL
044100     STRING "FECHANEG" DELIMITED BY SIZE
044200         WS-FECHA DELIMITED BY SIZE
044300         INTO WS-NOMBRE-FECHA
044400     END-STRING
044500     OPEN INPUT FECHA-ARCHIVADA
044600     IF WS-FEC-STATUS NOT = "00"
044700         GO TO 2400-EXIT
044800     END-IF
044900     READ FECHA-ARCHIVADA
045000         AT END
045100             CONTINUE
045200         NOT AT END
045300             IF FEC-FECHA = WS-FECHA AND FEC-CORRIDA NUMERIC
045400                 MOVE FEC-CORRIDA TO WS-CORRIDA-ORIGINAL
045500             END-IF
045600     END-READ
045700     CLOSE FECHA-ARCHIVADA.
045800 2400-EXIT.
045900     EXIT.
046000*================================================================
046100 2500-SACAR-COPIA.
046200*================================================================
046300     PERFORM 2600-CABECERA-COPIA THRU 2600-EXIT
046400     MOVE 0 TO WS-SACADAS
046500     MOVE "N" TO WS-EN-BLOQUE WS-VISTO-SUBTOTAL
046600     OPEN INPUT FICHERO-ORIGEN
046700     MOVE "N" TO WS-FIN-ORIGEN
046800     PERFORM 2510-COPIAR-REGISTRO THRU 2510-EXIT
046900         UNTIL FIN-ORIGEN
047000     CLOSE FICHERO-ORIGEN
047100     MOVE WS-SACADAS TO WS-EDIT-SACADAS
047200     MOVE WS-LEIDOS TO WS-EDIT-LEIDOS
047300     MOVE SPACES TO RPT-LINEA
047400     STRING "*** FIN DE LA COPIA: " DELIMITED BY SIZE
047500         WS-EDIT-SACADAS DELIMITED BY SIZE
047600         " LINEAS DE " DELIMITED BY SIZE
047700         WS-EDIT-LEIDOS DELIMITED BY SIZE
047800         " ***" DELIMITED BY SIZE
047900         INTO RPT-LINEA
048000     END-STRING
048100     WRITE RPT-LINEA
048200     IF WS-SACADAS = 0
048300         MOVE "    SIN LINEAS PARA EL FILTRO PEDIDO" TO RPT-LINEA
048400         WRITE RPT-LINEA
048500         ADD 1 TO WS-TOTAL-VACIAS
048600     END-IF
048700     ADD 1 TO WS-TOTAL-SERVIDAS.
048800 2500-EXIT.
048900     EXIT.
049000*================================================================
049100 2510-COPIAR-REGISTRO.
049200*================================================================
049300     READ FICHERO-ORIGEN
049400         AT END
049500             SET FIN-ORIGEN TO TRUE
049600             GO TO 2510-EXIT
049700     END-READ
049800     MOVE "N" TO WS-LINEA-ELEGIDA
049900     EVALUATE TRUE
050000         WHEN WS-CLIENTE = SPACES AND WS-REFERENCIA = SPACES
050100             SET LINEA-ELEGIDA TO TRUE
050200         WHEN FILTRO-BLOQUE
050300             PERFORM 2520-LINEA-BLOQUE THRU 2520-EXIT
050400         WHEN FILTRO-REFERENCIA
050500             PERFORM 2530-LINEA-REFERENCIA THRU 2530-EXIT
050600     END-EVALUATE
050700     IF LINEA-ELEGIDA
050800         WRITE RPT-LINEA FROM ORI-REGISTRO
050900         ADD 1 TO WS-SACADAS
051000     END-IF.
051100 2510-EXIT.
051200     EXIT.
051300*================================================================
051400 2520-LINEA-BLOQUE.
051500*================================================================
051600*    EL BLOQUE DEL CLIENTE EN EL INFORME DE PALINDROMO VA DESDE
051700*    SU CABECERA "CLIENTE: " HASTA SUS SUBTOTALES ("... DEL
051800*    CLIENTE:"), INCLUIDOS.
051900     IF ORI-REGISTRO(1:9) = "CLIENTE: "
052000         MOVE "N" TO WS-EN-BLOQUE WS-VISTO-SUBTOTAL
052100         IF ORI-REGISTRO(10:8) = WS-CLIENTE
052200             SET EN-BLOQUE TO TRUE
052300             SET LINEA-ELEGIDA TO TRUE
052400         END-IF
052500         GO TO 2520-EXIT
052600     END-IF
052700     IF NOT EN-BLOQUE
052800         GO TO 2520-EXIT
052900     END-IF
053000     MOVE 0 TO WS-TALLY
053100     INSPECT ORI-REGISTRO(1:40) TALLYING WS-TALLY
053200         FOR ALL "DEL CLIENTE:"
053300     IF WS-TALLY > 0
053400         SET VISTO-SUBTOTAL TO TRUE
053500         SET LINEA-ELEGIDA TO TRUE
053600         GO TO 2520-EXIT
053700     END-IF
053800     IF VISTO-SUBTOTAL
053900         MOVE "N" TO WS-EN-BLOQUE WS-VISTO-SUBTOTAL
054000         GO TO 2520-EXIT
054100     END-IF
054200     SET LINEA-ELEGIDA TO TRUE.
054300 2520-EXIT.
054400     EXIT.
054500*================================================================
054600 2530-LINEA-REFERENCIA.
054700*================================================================
054800*    EL DETALLE DE AREA_POL EMPIEZA POR LA REFERENCIA DE LA ORDEN;
054900*    SU CLIENTE SE BUSCA EN ORDCLI.
055000     MOVE ORI-REGISTRO(1:10) TO WS-REF-LINEA
055100     IF WS-REF-LINEA = SPACES
055200         GO TO 2530-EXIT
055300     END-IF
055400     IF WS-REFERENCIA NOT = SPACES
055500        AND WS-REF-LINEA NOT = WS-REFERENCIA
055600         GO TO 2530-EXIT
055700     END-IF
055800     IF WS-CLIENTE NOT = SPACES
055900         MOVE SPACES TO WS-CLIENTE-LINEA
056000         PERFORM 2540-CLIENTE-ORDEN THRU 2540-EXIT
056100             VARYING WS-IDX-ORD FROM 1 BY 1
056200             UNTIL WS-IDX-ORD > WS-NUM-ORDENES
056300                OR WS-CLIENTE-LINEA NOT = SPACES
056400         IF WS-CLIENTE-LINEA NOT = WS-CLIENTE
056500             GO TO 2530-EXIT
056600         END-IF
056700     END-IF
056800     SET LINEA-ELEGIDA TO TRUE.
056900 2530-EXIT.
057000     EXIT.
057100*================================================================
057200 2540-CLIENTE-ORDEN.
057300*================================================================
057400     IF WS-ORD-REF(WS-IDX-ORD) = WS-REF-LINEA
057500         MOVE WS-ORD-CLI(WS-IDX-ORD) TO WS-CLIENTE-LINEA
057600     END-IF.
057700 2540-EXIT.
057800     EXIT.
057900*================================================================
058000 2600-CABECERA-COPIA.
058100*================================================================
058200*    LA COPIA SE DISTINGUE DEL ORIGINAL POR ESTA CABECERA: QUE ES
058300*    COPIA, DE QUE GENERACION, EL SELLO DE LA CORRIDA ORIGINAL, EL
058400*    FILTRO Y QUIEN Y CUANDO LA PIDIO.
058500     MOVE SPACES TO RPT-LINEA
058600     MOVE ALL "=" TO RPT-LINEA(1:64)
058700     WRITE RPT-LINEA
058800     MOVE "*** COPIA - REIMPRESION DE INFORME ARCHIVADO ***"
058900         TO RPT-LINEA
059000     WRITE RPT-LINEA
059100     MOVE SPACES TO RPT-LINEA
059200     STRING "GENERACION: " DELIMITED BY SIZE
059300         WS-NOMBRE-ORIGEN DELIMITED BY SPACE
059400         "  PROGRAMA: " DELIMITED BY SIZE
059500         WS-PROGRAMA DELIMITED BY SPACE
059600         INTO RPT-LINEA
059700     END-STRING
059800     WRITE RPT-LINEA
059900     MOVE SPACES TO RPT-LINEA
060000     IF WS-CORRIDA-ORIGINAL = SPACES
060100         STRING "ORIGINAL: FECHA " DELIMITED BY SIZE
060200             WS-FECHA DELIMITED BY SIZE
060300             "  CORRIDA NO ARCHIVADA" DELIMITED BY SIZE
060400             INTO RPT-LINEA
060500         END-STRING
060600     ELSE
060700         STRING "ORIGINAL: FECHA " DELIMITED BY SIZE
060800             WS-FECHA DELIMITED BY SIZE
060900             "  CORRIDA " DELIMITED BY SIZE
061000             WS-CORRIDA-ORIGINAL DELIMITED BY SIZE
061100             INTO RPT-LINEA
061200         END-STRING
061300     END-IF
061400     WRITE RPT-LINEA
061500     MOVE WS-MAN-REGISTROS TO WS-EDIT-MANIFIESTO
061600     MOVE SPACES TO RPT-LINEA
061700     STRING "ARCHMANIF: " DELIMITED BY SIZE
061800         WS-EDIT-MANIFIESTO DELIMITED BY SIZE
061900         " REGISTROS, CUADRA" DELIMITED BY SIZE
062000         INTO RPT-LINEA
062100     END-STRING
062200     WRITE RPT-LINEA
062300     MOVE SPACES TO RPT-LINEA
062400     IF WS-CLIENTE = SPACES AND WS-REFERENCIA = SPACES
062500         MOVE "FILTRO: INFORME COMPLETO" TO RPT-LINEA
062600     ELSE
062700         STRING "FILTRO: CLIENTE " DELIMITED BY SIZE
062800             WS-CLIENTE DELIMITED BY SIZE
062900             "  REFERENCIA " DELIMITED BY SIZE
063000             WS-REFERENCIA DELIMITED BY SIZE
063100             INTO RPT-LINEA
063200         END-STRING
063300     END-IF
063400     WRITE RPT-LINEA
063500     ACCEPT WS-HORA FROM TIME
063600     MOVE WS-HORA(1:6) TO WS-EDIT-HORA
063700     INSPECT WS-EDIT-HORA REPLACING ALL " " BY ":"
063800     MOVE SPACES TO RPT-LINEA
063900     STRING "REIMPRESA EL " DELIMITED BY SIZE
064000         WS-HOY DELIMITED BY SIZE
064100         " A LAS " DELIMITED BY SIZE
064200         WS-EDIT-HORA DELIMITED BY SIZE
064300         " POR " DELIMITED BY SIZE
064400         WS-OPERADOR DELIMITED BY SIZE
064500         INTO RPT-LINEA
064600     END-STRING
064700     WRITE RPT-LINEA
064800     MOVE SPACES TO RPT-LINEA
064900     MOVE ALL "=" TO RPT-LINEA(1:64)
065000     WRITE RPT-LINEA.
065100 2600-EXIT.
065200     EXIT.
065300*================================================================
065400 2800-AUDITAR-SERVIDA.
065500*================================================================
065600*    CLAVE: PROGRAMA, FECHA, CLIENTE, REFERENCIA Y OPERADOR.
065700     PERFORM 2850-CLAVE-AUDITORIA THRU 2850-EXIT
065800     MOVE "REIMPRESION" TO AUD-STD-DECISION
065900     MOVE WS-SACADAS TO WS-EDIT-SACADAS
066000     STRING "LINEAS SACADAS:" DELIMITED BY SIZE
066100         WS-EDIT-SACADAS DELIMITED BY SIZE
066200         " CORRIDA " DELIMITED BY SIZE
066300         WS-CORRIDA-ORIGINAL DELIMITED BY SIZE
066400         INTO AUD-STD-MOTIVO
066500     END-STRING
066600     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
066700 2800-EXIT.
066800     EXIT.
066900*================================================================
067000 2850-CLAVE-AUDITORIA.
067100*================================================================
067200     MOVE SPACES TO AUD-STD-REGISTRO
067300     MOVE "REIMPRIM" TO AUD-STD-PROGRAMA
067400     MOVE WS-PROGRAMA   TO AUD-STD-CLAVE(1:16)
067500     MOVE WS-FECHA      TO AUD-STD-CLAVE(18:8)
067600     MOVE WS-CLIENTE    TO AUD-STD-CLAVE(27:8)
067700     MOVE WS-REFERENCIA TO AUD-STD-CLAVE(36:10)
067800     MOVE WS-OPERADOR   TO AUD-STD-CLAVE(47:8).
067900 2850-EXIT.
068000     EXIT.
068100*================================================================
068200 2900-NEGAR-PETICION.
068300*================================================================
068400     ADD 1 TO WS-TOTAL-NEGADAS
068500     MOVE SPACES TO RPT-LINEA
068600     STRING "PETICION DENEGADA: " DELIMITED BY SIZE
068700         WS-PROGRAMA DELIMITED BY SPACE
068800         " " DELIMITED BY SIZE
068900         WS-FECHA DELIMITED BY SIZE
069000         " - " DELIMITED BY SIZE
069100         WS-MOTIVO DELIMITED BY SIZE
069200         INTO RPT-LINEA
069300     END-STRING
069400     WRITE RPT-LINEA
069500     PERFORM 2850-CLAVE-AUDITORIA THRU 2850-EXIT
069600     MOVE "REIMPRESION DENEGADA" TO AUD-STD-DECISION
069700     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
069800     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
069900 2900-EXIT.
070000     EXIT.
070100*================================================================
070200 9000-TERMINATE.
070300*================================================================
070400     IF PROCESO-NEGADO
070500         MOVE 8 TO RETURN-CODE
070600         GO TO 9000-CERRAR
070700     END-IF
070800     MOVE SPACES TO RPT-LINEA
070900     MOVE ALL "=" TO RPT-LINEA(1:64)
071000     WRITE RPT-LINEA
071100     MOVE WS-TOTAL-PETICIONES TO WS-EDIT-CONTADOR
071200     MOVE SPACES TO RPT-LINEA
071300     STRING "PETICIONES LEIDAS:        " DELIMITED BY SIZE
071400         WS-EDIT-CONTADOR DELIMITED BY SIZE
071500         INTO RPT-LINEA
071600     END-STRING
071700     WRITE RPT-LINEA
071800     MOVE WS-TOTAL-SERVIDAS TO WS-EDIT-CONTADOR
071900     MOVE SPACES TO RPT-LINEA
072000     STRING "COPIAS SERVIDAS:          " DELIMITED BY SIZE
072100         WS-EDIT-CONTADOR DELIMITED BY SIZE
072200         INTO RPT-LINEA
072300     END-STRING
072400     WRITE RPT-LINEA
072500     MOVE WS-TOTAL-VACIAS TO WS-EDIT-CONTADOR
072600     MOVE SPACES TO RPT-LINEA
072700     STRING "  DE ELLAS SIN LINEAS:    " DELIMITED BY SIZE
072800         WS-EDIT-CONTADOR DELIMITED BY SIZE
072900         INTO RPT-LINEA
073000     END-STRING
073100     WRITE RPT-LINEA
073200     MOVE WS-TOTAL-NEGADAS TO WS-EDIT-CONTADOR
073300     MOVE SPACES TO RPT-LINEA
073400     STRING "PETICIONES DENEGADAS:     " DELIMITED BY SIZE
073500         WS-EDIT-CONTADOR DELIMITED BY SIZE
073600         INTO RPT-LINEA
073700     END-STRING
073800     WRITE RPT-LINEA
073900     EVALUATE TRUE
074000         WHEN WS-TOTAL-NEGADAS > 0
074100             MOVE 8 TO RETURN-CODE
074200         WHEN WS-TOTAL-VACIAS > 0
074300             MOVE 4 TO RETURN-CODE
074400         WHEN OTHER
074500             MOVE 0 TO RETURN-CODE
074600     END-EVALUATE.
074700 9000-CERRAR.
074800     CLOSE REIMPRIM-RPT.
074900 9000-EXIT.
075000     EXIT.
075100 END PROGRAM REIMPRIM.
