000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FACTUTXT.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE VALIDACION DE TEXTOS.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. FACTURACION MENSUAL POR
001300*                    CLIENTE DE LA VALIDACION DE TEXTOS: LEE EL
001400*                    VOLUMEN ACUMULADO EN VOLTXT (VOLREG) POR
001500*                    PALINDROMO Y ANAGRAMA, SE QUEDA CON EL MES
001600*                    PEDIDO (TARJETA FTXPARM MES AAAAMM; SIN
001700*                    TARJETA, EL MES DE LA FECHA DE NEGOCIO) Y
001800*                    LO PRECIA CON EL MAESTRO DE TARIFAS DE
001900*                    TEXTOS (TARTXT: SERVICIO, TRAMO DE VOLUMEN,
002000*                    PRECIO POR REGISTRO Y VIGENCIA DESDE/HASTA)
002100*                    POR TRAMOS ESCALONADOS. ESCRIBE EL FICHERO
002200*                    DE INTERFAZ DE FACTURACION (FACTXOUT) CON
002300*                    CABECERA Y TRAILER DE CONTROL ESTANDAR
002400*                    (CTLREG, HASH DE CLIENTE + SERVICIO) Y UN
002500*                    INFORME (FACTXRPT) CON LOS RECHAZOS LISTADOS
002600*                    Y NO COBRADOS, EL DETALLE POR CLIENTE Y
002700*                    SERVICIO Y EL TOTAL POR CLIENTE. LA HOJA DE
002800*                    CALCULO SACADA DE PALINTOT Y PALINDRPT SE
002900*                    ACABO.
002910* 2026-10-15  MNT    MES CERRADO: SI EL MES DE LA FECHA DE NEGOCIO
002920*                    O EL MES A FACTURAR ESTA CERRADO POR
002930*                    CIERREMES (MODULO PERIODO) NO SE FACTURA NI
002940*                    SE TOCA FACTXOUT; EL INFORME LO DICE Y EL
002950*                    PASO DA RC 8. LA FECHA DE NEGOCIO Y LA
002960*                    TARJETA FTXPARM SE LEEN ANTES DE ABRIR NADA.
002970* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
002980*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
002990*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
002992* 2026-10-15  MNT    LA FICHA DE CLIMAST SE DECLARA ENTERA (76
002994*                    POSICIONES), CON LA REGION FISCAL Y LA
002996*                    POLITICA DE VEREDICTO QUE LLEVA AL FINAL.
002997* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
002998*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
002999*                    ESCRIBEN EL MAESTRO.
003019* 2026-10-15  MNT    0500-COMPROBAR-PERIODO PASA DELANTE DE 1000,
003039*                    COMO EN FACTUPOL.
003059*----------------------------------------------------------------
003100 ENVIRONMENT     DIVISION.
003200 INPUT-OUTPUT    SECTION.
003300 FILE-CONTROL.
003400     SELECT FACTUTXT-PARM ASSIGN TO "FTXPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PARM-STATUS.
003700     SELECT VOLUMEN-TXT ASSIGN TO "VOLTXT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-VOL-STATUS.
004000     SELECT TARIFA-TXT ASSIGN TO "TARTXT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TAR-STATUS.
004300     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CLM-STATUS.
004600     SELECT FACTURA-OUT ASSIGN TO "FACTXOUT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT FACTURA-RPT ASSIGN TO "FACTXRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA            DIVISION.
005100 FILE            SECTION.
005200 FD  FACTUTXT-PARM
005300     RECORDING MODE IS F.
005400 01  PARM-REGISTRO.
005500     05  PARM-TIPO           PIC X(05).
005600     05  PARM-VALOR          PIC X(10).
005700 FD  VOLUMEN-TXT
005800     RECORDING MODE IS F.
005900     COPY VOLREG.
006000 FD  TARIFA-TXT
006100     RECORDING MODE IS F.
006200*    UN REGISTRO POR SERVICIO (PROGRAMA EMISOR DEL VOLUMEN) Y
006300*    TRAMO: EL PRECIO VALE DESDE EL REGISTRO NUMERO TTX-TRAMO
006400*    DEL MES HASTA EL ANTERIOR AL TRAMO SIGUIENTE (0 O 1 = DESDE
006500*    EL PRIMERO). HASTA = 0 VALE COMO SIN CADUCIDAD.
006600 01  TTX-REGISTRO.
006700     05  TTX-SERVICIO        PIC X(08).
006800     05  TTX-TRAMO           PIC 9(09).
006900     05  TTX-PRECIO          PIC 9(05)V9(04).
007000     05  TTX-DESDE           PIC 9(08).
007100     05  TTX-HASTA           PIC 9(08).
007200 FD  CLIENTE-MAST
007300     RECORDING MODE IS F.
007400     COPY CLIREG.
008100 FD  FACTURA-OUT
008200     RECORDING MODE IS F.
008300 01  FTX-REGISTRO.
008400     05  FTX-CLIENTE         PIC X(08).
008500     05  FTX-SERVICIO        PIC X(08).
008600     05  FTX-MES             PIC 9(06).
008700     05  FTX-CANTIDAD        PIC 9(09).
008800     05  FTX-IMPORTE         PIC 9(13)V9(02).
008900     COPY CTLREG.
009000 FD  FACTURA-RPT
009100     RECORDING MODE IS F.
009200 01  RPT-LINEA               PIC X(80).
009300 01  RPT-DETALLE.
009400     05  RPT-CLIENTE         PIC X(08).
009500     05  FILLER              PIC X(02) VALUE SPACES.
009600     05  RPT-SERVICIO        PIC X(08).
009700     05  FILLER              PIC X(02) VALUE SPACES.
009800     05  RPT-FACTURABLES     PIC Z(8)9.
009900     05  FILLER              PIC X(02) VALUE SPACES.
010000     05  RPT-RECHAZADOS      PIC Z(8)9.
010100     05  FILLER              PIC X(02) VALUE SPACES.
010200     05  RPT-IMPORTE         PIC Z(12)9.99.
010300 01  RPT-RECHAZO.
010400     05  RPT-REJ-CLIENTE     PIC X(08).
010500     05  FILLER              PIC X(01) VALUE SPACE.
010600     05  RPT-REJ-PROGRAMA    PIC X(08).
010700     05  FILLER              PIC X(01) VALUE SPACE.
010800     05  RPT-REJ-FECHA       PIC 9(08).
010900     05  FILLER              PIC X(01) VALUE SPACE.
011000     05  RPT-REJ-MOTIVO      PIC X(30).
011100     05  FILLER              PIC X(01) VALUE SPACE.
011200     05  RPT-REJ-REFERENCIA  PIC X(20).
011300 01  RPT-RESUMEN-REGISTRO.
011400     05  RPT-RESUMEN-ETIQUETA PIC X(30).
011500     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
011600 WORKING-STORAGE SECTION.
011700*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
011800     COPY FECNEG.
011803*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
011806     COPY VERSTD.
011810*    ESTADO DEL MES CONTABLE (MODULO PERIODO).
011820     COPY PERSTD.
011900 01  WS-PARM-STATUS          PIC X(02).
012000     88  WS-PARM-NO-EXISTE           VALUE "35".
012100     88  WS-PARM-FIN-FICHERO         VALUE "10".
012200 01  WS-VOL-STATUS           PIC X(02).
012300     88  WS-VOL-NO-EXISTE            VALUE "35".
012400     88  WS-VOL-FIN-FICHERO          VALUE "10".
012500 01  WS-VOL-ABIERTO          PIC X(01) VALUE "N".
012600     88  VOL-ABIERTO                 VALUE "S".
012700 01  WS-TAR-STATUS           PIC X(02).
012800     88  WS-TAR-NO-EXISTE            VALUE "35".
012900     88  WS-TAR-FIN-FICHERO          VALUE "10".
013000 01  WS-CLM-STATUS           PIC X(02).
013100     88  WS-CLM-NO-EXISTE            VALUE "35".
013200     88  WS-CLM-FIN-FICHERO          VALUE "10".
013300*    MES FACTURADO Y FECHA A LA QUE SE TOMAN LAS TARIFAS (EL
013400*    DIA 1 DEL MES: UN CAMBIO DE TARIFA A MITAD DE MES SE
013500*    APLICA DESDE EL MES SIGUIENTE).
013600 01  WS-MES-FACTURA          PIC 9(06) VALUE ZERO.
013700 01  WS-FECHA-TARIFA         PIC 9(08) VALUE ZERO.
013800*----------------------------------------------------------------
013900* TARIFAS VIGENTES, CLIENTES CONOCIDOS Y VOLUMEN ACUMULADO DEL
014000* MES POR CLIENTE Y SERVICIO, EN MEMORIA.
014100*----------------------------------------------------------------
014200 01  WS-TABLA-TARIFAS.
014300     05  WS-NUM-TARIFAS      PIC 9(03) COMP VALUE ZERO.
014400     05  WS-TAR-ENTRY OCCURS 100 TIMES.
014500         10  WS-TAR-SERVICIO PIC X(08).
014600         10  WS-TAR-TRAMO    PIC 9(09).
014700         10  WS-TAR-PRECIO   PIC 9(05)V9(04).
014800 01  WS-TABLA-MAESTRO.
014900     05  WS-NUM-MAESTRO      PIC 9(03) COMP VALUE ZERO.
015000     05  WS-MAE-CODIGO       OCCURS 200 TIMES PIC X(08).
015100 01  WS-TABLA-VOLUMEN.
015200     05  WS-NUM-VOLUMEN      PIC 9(03) COMP VALUE ZERO.
015300     05  WS-VOL-ENTRY OCCURS 400 TIMES.
015400         10  WS-VOL-CLIENTE  PIC X(08).
015500         10  WS-VOL-SERVICIO PIC X(08).
015600         10  WS-VOL-FACTURABLES PIC 9(09) COMP.
015700         10  WS-VOL-RECHAZADOS  PIC 9(09) COMP.
015800 01  WS-TABLA-CLIENTES.
015900     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
016000     05  WS-CLI-ENTRY OCCURS 200 TIMES.
016100         10  WS-CLI-CODIGO   PIC X(08).
016200         10  WS-CLI-IMPORTE  PIC 9(13)V9(02).
016300*----------------------------------------------------------------
016400* CAMPOS DEL PRECIADO POR TRAMOS.
016500*----------------------------------------------------------------
016600 01  WS-CLIENTE              PIC X(08).
016700 01  WS-SERVICIO             PIC X(08).
016800 01  WS-CANTIDAD             PIC 9(09) VALUE ZERO.
016900 01  WS-IMPORTE              PIC 9(13)V9(02) VALUE ZERO.
017000 01  WS-HAY-TARIFA           PIC X(01) VALUE "N".
017100     88  HAY-TARIFA                  VALUE "S".
017200 01  WS-TRAMO-INICIO         PIC 9(09) VALUE ZERO.
017300 01  WS-TRAMO-FIN            PIC 9(09) VALUE ZERO.
017400 01  WS-SIGUIENTE-TRAMO      PIC 9(09) VALUE ZERO.
017500 01  WS-UNIDADES-TRAMO       PIC 9(09) VALUE ZERO.
017600 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
017700 01  WS-IDX-TAR              PIC 9(04) COMP VALUE ZERO.
017800 01  WS-IDX-TAR-2            PIC 9(04) COMP VALUE ZERO.
017900 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
018000 01  WS-HASH-FACT            PIC 9(18) VALUE ZERO.
018100 01  WS-CLAVE-CTL            PIC X(200).
018200 01  WS-LARGO-CLAVE-CTL      PIC 9(03) VALUE 16.
018300 01  WS-CONTADORES.
018400     05  WS-TOTAL-LEIDOS     PIC 9(07) COMP VALUE ZERO.
018500     05  WS-TOTAL-DEL-MES    PIC 9(07) COMP VALUE ZERO.
018600     05  WS-TOTAL-RECHAZOS   PIC 9(07) COMP VALUE ZERO.
018700     05  WS-TOTAL-FACTURADAS PIC 9(07) COMP VALUE ZERO.
018800     05  WS-TOTAL-SIN-TARIFA PIC 9(07) COMP VALUE ZERO.
018900     05  WS-TOTAL-SIN-CLIENTE PIC 9(07) COMP VALUE ZERO.
019000     05  WS-TOTAL-DESBORDES  PIC 9(07) COMP VALUE ZERO.
019100 PROCEDURE       DIVISION.
019200*================================================================
019300 0000-MAINLINE.
019400*================================================================
019410     PERFORM 0500-COMPROBAR-PERIODO THRU 0500-EXIT
019420     IF PER-MES-CERRADO
019430         GOBACK
019440     END-IF
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019600     PERFORM 2000-TRATAR-VOLUMEN THRU 2000-EXIT
019700         UNTIL WS-VOL-FIN-FICHERO
019800     PERFORM 3000-FACTURAR THRU 3000-EXIT
019900     PERFORM 4000-CERRAR-INTERFAZ THRU 4000-EXIT
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT
020100     GOBACK.
020102*================================================================
020104 0500-COMPROBAR-PERIODO.
020106*================================================================
020108*    NO SE VUELVE A FACTURAR SOBRE UN MES CERRADO POR CIERREMES:
020110*    NI EL DE LA FECHA DE NEGOCIO NI EL MES PEDIDO EN FTXPARM.
020112     CALL "FECHANEG" USING FEC-NEG-AREA
020114     MOVE FEC-NEG-FECHA(1:6) TO WS-MES-FACTURA
020116     PERFORM 1300-LEER-PARAMETROS THRU 1300-EXIT
020118     MOVE SPACES TO PER-STD-AREA
020120     MOVE FEC-NEG-FECHA TO PER-STD-FECHA
020122     CALL "PERIODO" USING PER-STD-AREA
020124     IF NOT PER-MES-CERRADO
020126         MOVE SPACES TO PER-STD-AREA
020128         COMPUTE PER-STD-FECHA = WS-MES-FACTURA * 100 + 1
020130         CALL "PERIODO" USING PER-STD-AREA
020132     END-IF
020134     IF NOT PER-MES-CERRADO
020136         GO TO 0500-EXIT
020138     END-IF
020140     OPEN OUTPUT FACTURA-RPT
020142     MOVE SPACES TO RPT-LINEA
020144     STRING "FACTURACION NO EJECUTADA: MES " PER-STD-FECHA(1:6)
020146         " CERRADO EL " PER-STD-FECHA-CAMBIO " POR "
020148         PER-STD-OPERADOR DELIMITED BY SIZE INTO RPT-LINEA
020150     END-STRING
020152     WRITE RPT-LINEA
020154     CLOSE FACTURA-RPT
020156     MOVE 8 TO RETURN-CODE.
020158 0500-EXIT.
020160     EXIT.
020200*================================================================
020300 1000-INITIALIZE.
020400*================================================================
020500     OPEN OUTPUT FACTURA-OUT FACTURA-RPT
020600     MOVE SPACES TO RPT-DETALLE RPT-RECHAZO RPT-RESUMEN-REGISTRO
021000     COMPUTE WS-FECHA-TARIFA = WS-MES-FACTURA * 100 + 1
021100     MOVE SPACES TO CTL-REGISTRO
021200     MOVE "CAB" TO CTL-MARCA
021300     MOVE "FACTUTXT" TO CTL-PROGRAMA
021400     MOVE FEC-NEG-FECHA TO CTL-FECHA
021500     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
021600     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
021610     MOVE SPACES TO VRS-STD-AREA
021620     MOVE "FACTUTXT" TO VRS-STD-PROGRAMA
021630     MOVE ZERO TO VRS-STD-FECHA
021640     CALL "VERSPROG" USING VRS-STD-AREA
021650     MOVE VRS-STD-VERSION TO CTL-VERSION
021700     WRITE CTL-REGISTRO
021800     MOVE SPACES TO RPT-LINEA
021900     STRING "FACTURACION DE TEXTOS DEL MES " DELIMITED BY SIZE
022000         WS-MES-FACTURA DELIMITED BY SIZE
022100         INTO RPT-LINEA
022200     END-STRING
022300     WRITE RPT-LINEA
022400     PERFORM 1100-CARGAR-TARIFAS THRU 1100-EXIT
022500     PERFORM 1200-CARGAR-CLIENTES THRU 1200-EXIT
022600     MOVE "RECHAZOS LISTADOS, NO FACTURADOS" TO RPT-LINEA
022700     WRITE RPT-LINEA
022800     OPEN INPUT VOLUMEN-TXT
022900     IF WS-VOL-STATUS NOT = "00"
023000         MOVE "SIN VOLUMEN VOLTXT" TO RPT-LINEA
023100         WRITE RPT-LINEA
023200         MOVE "10" TO WS-VOL-STATUS
023300         MOVE 8 TO RETURN-CODE
023400     ELSE
023500         SET VOL-ABIERTO TO TRUE
023600         PERFORM 2100-LEER-VOLUMEN THRU 2100-EXIT
023700     END-IF.
023800 1000-EXIT.
023900     EXIT.
024000*================================================================
024100 1100-CARGAR-TARIFAS.
024200*================================================================
024300*    SOLO SE RETIENEN LAS TARIFAS VIGENTES EL DIA 1 DEL MES
024400*    FACTURADO (HASTA = 0 VALE COMO SIN CADUCIDAD).
024500     OPEN INPUT TARIFA-TXT
024600     IF WS-TAR-NO-EXISTE
024700         MOVE "SIN MAESTRO DE TARIFAS DE TEXTOS" TO RPT-LINEA
024800         WRITE RPT-LINEA
024900         GO TO 1100-EXIT
025000     END-IF
025100     PERFORM 1110-LEER-TARIFA THRU 1110-EXIT
025200     PERFORM 1120-ANOTAR-TARIFA THRU 1120-EXIT
025300         UNTIL WS-TAR-FIN-FICHERO
025400     CLOSE TARIFA-TXT.
025500 1100-EXIT.
025600     EXIT.
025700*================================================================
025800 1110-LEER-TARIFA.
025900*================================================================
026000     READ TARIFA-TXT
026100         AT END
026200             MOVE "10" TO WS-TAR-STATUS
026300     END-READ.
026400 1110-EXIT.
026500     EXIT.
026600*================================================================
026700 1120-ANOTAR-TARIFA.
026800*================================================================
026900     IF TTX-SERVICIO NOT = SPACES
027000      AND TTX-DESDE <= WS-FECHA-TARIFA
027100      AND (TTX-HASTA = 0 OR WS-FECHA-TARIFA <= TTX-HASTA)
027200      AND WS-NUM-TARIFAS < 100
027300         ADD 1 TO WS-NUM-TARIFAS
027400         MOVE TTX-SERVICIO TO WS-TAR-SERVICIO(WS-NUM-TARIFAS)
027500         MOVE TTX-TRAMO    TO WS-TAR-TRAMO(WS-NUM-TARIFAS)
027600         MOVE TTX-PRECIO   TO WS-TAR-PRECIO(WS-NUM-TARIFAS)
027700     END-IF
027800     PERFORM 1110-LEER-TARIFA THRU 1110-EXIT.
027900 1120-EXIT.
028000     EXIT.
028100*================================================================
028200 1200-CARGAR-CLIENTES.
028300*================================================================
028400*    LOS CODIGOS DE CLIMAST DICEN QUE CLIENTES EXISTEN; SIN
028500*    MAESTRO NO SE POLICIA EL CODIGO.
028600     OPEN INPUT CLIENTE-MAST
028700     IF WS-CLM-NO-EXISTE
028800         GO TO 1200-EXIT
028900     END-IF
029000     PERFORM 1210-LEER-CLIENTE THRU 1210-EXIT
029100     PERFORM 1220-ANOTAR-CLIENTE THRU 1220-EXIT
029200         UNTIL WS-CLM-FIN-FICHERO
029300     CLOSE CLIENTE-MAST.
029400 1200-EXIT.
029500     EXIT.
029600*================================================================
029700 1210-LEER-CLIENTE.
029800*================================================================
029900     READ CLIENTE-MAST
030000         AT END
030100             MOVE "10" TO WS-CLM-STATUS
030200     END-READ.
030300 1210-EXIT.
030400     EXIT.
030500*================================================================
030600 1220-ANOTAR-CLIENTE.
030700*================================================================
030800     IF CLM-CODIGO NOT = SPACES AND WS-NUM-MAESTRO < 200
030900         ADD 1 TO WS-NUM-MAESTRO
031000         MOVE CLM-CODIGO TO WS-MAE-CODIGO(WS-NUM-MAESTRO)
031100     END-IF
031200     PERFORM 1210-LEER-CLIENTE THRU 1210-EXIT.
031300 1220-EXIT.
031400     EXIT.
031500*================================================================
031600 1300-LEER-PARAMETROS.
031700*================================================================
031800*    TARJETA OPCIONAL FTXPARM: "MES  " + AAAAMM FACTURA UN MES
031900*    DISTINTO DEL DE LA FECHA DE NEGOCIO (CIERRE A MES VENCIDO).
032000     OPEN INPUT FACTUTXT-PARM
032100     IF WS-PARM-NO-EXISTE
032200         GO TO 1300-EXIT
032300     END-IF
032400     PERFORM 1310-LEER-PARM THRU 1310-EXIT
032500     PERFORM 1320-PROCESAR-PARM THRU 1320-EXIT
032600         UNTIL WS-PARM-FIN-FICHERO
032700     CLOSE FACTUTXT-PARM.
032800 1300-EXIT.
032900     EXIT.
033000*================================================================
033100 1310-LEER-PARM.
033200*================================================================
033300     READ FACTUTXT-PARM
033400         AT END
033500             MOVE "10" TO WS-PARM-STATUS
033600     END-READ.
033700 1310-EXIT.
033800     EXIT.
033900*================================================================
034000 1320-PROCESAR-PARM.
034100*================================================================
034200     IF PARM-TIPO = "MES"
034300      AND PARM-VALOR(1:6) IS NUMERIC
034400      AND PARM-VALOR(5:2) >= "01" AND PARM-VALOR(5:2) <= "12"
034500         MOVE PARM-VALOR(1:6) TO WS-MES-FACTURA
034600     END-IF
034700     PERFORM 1310-LEER-PARM THRU 1310-EXIT.
034800 1320-EXIT.
034900     EXIT.
035000*================================================================
035100 2000-TRATAR-VOLUMEN.
035200*================================================================
035300*    SOLO CUENTA EL MES FACTURADO. LOS RECHAZOS SE LISTAN AL
035400*    PASAR Y NO SE ACUMULAN: EL CLIENTE NO PAGA NUESTROS
035500*    RECHAZOS.
035600     ADD 1 TO WS-TOTAL-LEIDOS
035700     IF VOL-FECHA(1:6) NOT = WS-MES-FACTURA
035800         GO TO 2000-SIGUIENTE
035900     END-IF
036000     ADD 1 TO WS-TOTAL-DEL-MES
036100     IF VOL-ES-RECHAZO
036200         PERFORM 2200-LISTAR-RECHAZO THRU 2200-EXIT
036300         GO TO 2000-SIGUIENTE
036400     END-IF
036500     IF VOL-ES-VOLUMEN
036600         PERFORM 2300-ACUMULAR-VOLUMEN THRU 2300-EXIT
036700     END-IF.
036800 2000-SIGUIENTE.
036900     PERFORM 2100-LEER-VOLUMEN THRU 2100-EXIT.
037000 2000-EXIT.
037100     EXIT.
037200*================================================================
037300 2100-LEER-VOLUMEN.
037400*================================================================
037500     READ VOLUMEN-TXT
037600         AT END
037700             MOVE "10" TO WS-VOL-STATUS
037800     END-READ.
037900 2100-EXIT.
038000     EXIT.
038100*================================================================
038200 2200-LISTAR-RECHAZO.
038300*================================================================
038400     MOVE SPACES TO RPT-RECHAZO
038500     MOVE VOL-CLIENTE TO RPT-REJ-CLIENTE
038600     MOVE VOL-PROGRAMA TO RPT-REJ-PROGRAMA
038700     MOVE VOL-FECHA TO RPT-REJ-FECHA
038800     MOVE VOL-MOTIVO TO RPT-REJ-MOTIVO
038900     MOVE VOL-REFERENCIA(1:20) TO RPT-REJ-REFERENCIA
039000     WRITE RPT-RECHAZO
039100     ADD 1 TO WS-TOTAL-RECHAZOS.
039200 2200-EXIT.
039300     EXIT.
039400*================================================================
039500 2300-ACUMULAR-VOLUMEN.
039600*================================================================
039700     MOVE 0 TO WS-IDX-HALLADO
039800     PERFORM 2310-BUSCAR-VOLUMEN THRU 2310-EXIT
039900         VARYING WS-IDX FROM 1 BY 1
040000         UNTIL WS-IDX > WS-NUM-VOLUMEN
040100            OR WS-IDX-HALLADO > 0
040200     IF WS-IDX-HALLADO = 0
040300         IF WS-NUM-VOLUMEN < 400
040400             ADD 1 TO WS-NUM-VOLUMEN
040500             MOVE WS-NUM-VOLUMEN TO WS-IDX-HALLADO
040600             MOVE VOL-CLIENTE TO WS-VOL-CLIENTE(WS-IDX-HALLADO)
040700             MOVE VOL-PROGRAMA
040800                 TO WS-VOL-SERVICIO(WS-IDX-HALLADO)
040900             MOVE 0 TO WS-VOL-FACTURABLES(WS-IDX-HALLADO)
041000                       WS-VOL-RECHAZADOS(WS-IDX-HALLADO)
041100         ELSE
041200             ADD 1 TO WS-TOTAL-DESBORDES
041300             GO TO 2300-EXIT
041400         END-IF
041500     END-IF
041600     ADD VOL-FACTURABLES TO WS-VOL-FACTURABLES(WS-IDX-HALLADO)
041700     ADD VOL-RECHAZADOS TO WS-VOL-RECHAZADOS(WS-IDX-HALLADO).
041800 2300-EXIT.
041900     EXIT.
042000*================================================================
042100 2310-BUSCAR-VOLUMEN.
042200*================================================================
042300     IF WS-VOL-CLIENTE(WS-IDX) = VOL-CLIENTE
042400      AND WS-VOL-SERVICIO(WS-IDX) = VOL-PROGRAMA
042500         MOVE WS-IDX TO WS-IDX-HALLADO
042600     END-IF.
042700 2310-EXIT.
042800     EXIT.
042900*================================================================
043000 3000-FACTURAR.
043100*================================================================
043200     MOVE "DETALLE POR CLIENTE Y SERVICIO" TO RPT-LINEA
043300     WRITE RPT-LINEA
043400     PERFORM 3100-FACTURAR-LINEA THRU 3100-EXIT
043500         VARYING WS-IDX FROM 1 BY 1
043600         UNTIL WS-IDX > WS-NUM-VOLUMEN.
043700 3000-EXIT.
043800     EXIT.
043900*================================================================
044000 3100-FACTURAR-LINEA.
044100*================================================================
044200*    CADA CLIENTE Y SERVICIO DEL MES SE PRECIA POR TRAMOS. SIN
044300*    TARIFA VIGENTE LA LINEA SE LISTA Y NO SE FACTURA; UN
044400*    CODIGO AUSENTE DE CLIMAST SE FACTURA Y SE CUENTA APARTE
044500*    PARA QUE FACTURACION LO RECLASIFIQUE.
044600     MOVE WS-VOL-CLIENTE(WS-IDX) TO WS-CLIENTE
044700     MOVE WS-VOL-SERVICIO(WS-IDX) TO WS-SERVICIO
044800     MOVE WS-VOL-FACTURABLES(WS-IDX) TO WS-CANTIDAD
044900     MOVE 0 TO WS-IMPORTE
045000     IF WS-CANTIDAD > 0
045100         PERFORM 3200-PRECIAR-TRAMOS THRU 3200-EXIT
045200         IF NOT HAY-TARIFA
045300             ADD 1 TO WS-TOTAL-SIN-TARIFA
045400             MOVE SPACES TO RPT-LINEA
045500             STRING "SIN TARIFA PARA " DELIMITED BY SIZE
045600                 WS-SERVICIO DELIMITED BY SIZE
045700                 " (CLIENTE " DELIMITED BY SIZE
045800                 WS-CLIENTE DELIMITED BY SIZE
045900                 ")" DELIMITED BY SIZE
046000                 INTO RPT-LINEA
046100             END-STRING
046200             WRITE RPT-LINEA
046300         ELSE
046400             PERFORM 3300-COMPROBAR-CLIENTE THRU 3300-EXIT
046500             PERFORM 3400-ESCRIBIR-FACTURA THRU 3400-EXIT
046600         END-IF
046700     END-IF
046800     MOVE SPACES TO RPT-DETALLE
046900     MOVE WS-CLIENTE TO RPT-CLIENTE
047000     MOVE WS-SERVICIO TO RPT-SERVICIO
047100     MOVE WS-CANTIDAD TO RPT-FACTURABLES
047200     MOVE WS-VOL-RECHAZADOS(WS-IDX) TO RPT-RECHAZADOS
047300     MOVE WS-IMPORTE TO RPT-IMPORTE
047400     WRITE RPT-DETALLE.
047500 3100-EXIT.
047600     EXIT.
047700*================================================================
047800 3200-PRECIAR-TRAMOS.
047900*================================================================
048000*    TRAMOS ESCALONADOS: CADA REGISTRO DEL MES PAGA EL PRECIO
048100*    DEL TRAMO EN EL QUE CAE. UN TRAMO TERMINA DONDE EMPIEZA EL
048200*    SIGUIENTE DEL MISMO SERVICIO; EL ULTIMO NO TIENE TECHO.
048300     MOVE "N" TO WS-HAY-TARIFA
048400     PERFORM 3210-PRECIAR-UN-TRAMO THRU 3210-EXIT
048500         VARYING WS-IDX-TAR FROM 1 BY 1
048600         UNTIL WS-IDX-TAR > WS-NUM-TARIFAS.
048700 3200-EXIT.
048800     EXIT.
048900*================================================================
049000 3210-PRECIAR-UN-TRAMO.
049100*================================================================
049200     IF WS-TAR-SERVICIO(WS-IDX-TAR) NOT = WS-SERVICIO
049300         GO TO 3210-EXIT
049400     END-IF
049500     SET HAY-TARIFA TO TRUE
049600     MOVE WS-TAR-TRAMO(WS-IDX-TAR) TO WS-TRAMO-INICIO
049700     IF WS-TRAMO-INICIO = 0
049800         MOVE 1 TO WS-TRAMO-INICIO
049900     END-IF
050000     IF WS-TRAMO-INICIO > WS-CANTIDAD
050100         GO TO 3210-EXIT
050200     END-IF
050300     MOVE 999999999 TO WS-SIGUIENTE-TRAMO
050400     PERFORM 3220-BUSCAR-SIGUIENTE THRU 3220-EXIT
050500         VARYING WS-IDX-TAR-2 FROM 1 BY 1
050600         UNTIL WS-IDX-TAR-2 > WS-NUM-TARIFAS
050700     IF WS-SIGUIENTE-TRAMO > WS-CANTIDAD
050800         MOVE WS-CANTIDAD TO WS-TRAMO-FIN
050900     ELSE
051000         COMPUTE WS-TRAMO-FIN = WS-SIGUIENTE-TRAMO - 1
051100     END-IF
051200     COMPUTE WS-UNIDADES-TRAMO =
051300         WS-TRAMO-FIN - WS-TRAMO-INICIO + 1
051400     COMPUTE WS-IMPORTE ROUNDED = WS-IMPORTE
051500         + (WS-UNIDADES-TRAMO * WS-TAR-PRECIO(WS-IDX-TAR))
051600         ON SIZE ERROR
051700             MOVE 0 TO WS-IMPORTE
051800     END-COMPUTE.
051900 3210-EXIT.
052000     EXIT.
052100*================================================================
052200 3220-BUSCAR-SIGUIENTE.
052300*================================================================
052400*    EL MENOR INICIO DE TRAMO DEL SERVICIO POR ENCIMA DEL
052500*    TRAMO EN CURSO.
052600     IF WS-TAR-SERVICIO(WS-IDX-TAR-2) = WS-SERVICIO
052700      AND WS-TAR-TRAMO(WS-IDX-TAR-2) > WS-TRAMO-INICIO
052800      AND WS-TAR-TRAMO(WS-IDX-TAR-2) < WS-SIGUIENTE-TRAMO
052900         MOVE WS-TAR-TRAMO(WS-IDX-TAR-2) TO WS-SIGUIENTE-TRAMO
053000     END-IF.
053100 3220-EXIT.
053200     EXIT.
053300*================================================================
053400 3300-COMPROBAR-CLIENTE.
053500*================================================================
053600     IF WS-NUM-MAESTRO = 0
053700         GO TO 3300-EXIT
053800     END-IF
053900     MOVE 0 TO WS-IDX-HALLADO
054000     PERFORM 3310-BUSCAR-MAESTRO THRU 3310-EXIT
054100         VARYING WS-IDX-TAR FROM 1 BY 1
054200         UNTIL WS-IDX-TAR > WS-NUM-MAESTRO
054300            OR WS-IDX-HALLADO > 0
054400     IF WS-IDX-HALLADO = 0
054500         ADD 1 TO WS-TOTAL-SIN-CLIENTE
054600         MOVE SPACES TO RPT-LINEA
054700         STRING "CLIENTE " DELIMITED BY SIZE
054800             WS-CLIENTE DELIMITED BY SIZE
054900             " NO FIGURA EN CLIMAST" DELIMITED BY SIZE
055000             INTO RPT-LINEA
055100         END-STRING
055200         WRITE RPT-LINEA
055300     END-IF.
055400 3300-EXIT.
055500     EXIT.
055600*================================================================
055700 3310-BUSCAR-MAESTRO.
055800*================================================================
055900     IF WS-MAE-CODIGO(WS-IDX-TAR) = WS-CLIENTE
056000         MOVE WS-IDX-TAR TO WS-IDX-HALLADO
056100     END-IF.
056200 3310-EXIT.
056300     EXIT.
056400*================================================================
056500 3400-ESCRIBIR-FACTURA.
056600*================================================================
056700     MOVE WS-CLIENTE TO FTX-CLIENTE
056800     MOVE WS-SERVICIO TO FTX-SERVICIO
056900     MOVE WS-MES-FACTURA TO FTX-MES
057000     MOVE WS-CANTIDAD TO FTX-CANTIDAD
057100     MOVE WS-IMPORTE TO FTX-IMPORTE
057200     WRITE FTX-REGISTRO
057300     ADD 1 TO WS-TOTAL-FACTURADAS
057400     MOVE SPACES TO WS-CLAVE-CTL
057500     MOVE WS-CLIENTE TO WS-CLAVE-CTL(1:8)
057600     MOVE WS-SERVICIO TO WS-CLAVE-CTL(9:8)
057700     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
057800         WS-HASH-FACT
057900     PERFORM 3500-ACUMULAR-CLIENTE THRU 3500-EXIT.
058000 3400-EXIT.
058100     EXIT.
058200*================================================================
058300 3500-ACUMULAR-CLIENTE.
058400*================================================================
058500     MOVE 0 TO WS-IDX-HALLADO
058600     PERFORM 3510-BUSCAR-CLIENTE THRU 3510-EXIT
058700         VARYING WS-IDX-TAR FROM 1 BY 1
058800         UNTIL WS-IDX-TAR > WS-NUM-CLIENTES
058900            OR WS-IDX-HALLADO > 0
059000     IF WS-IDX-HALLADO = 0 AND WS-NUM-CLIENTES < 200
059100         ADD 1 TO WS-NUM-CLIENTES
059200         MOVE WS-NUM-CLIENTES TO WS-IDX-HALLADO
059300         MOVE WS-CLIENTE TO WS-CLI-CODIGO(WS-IDX-HALLADO)
059400         MOVE 0 TO WS-CLI-IMPORTE(WS-IDX-HALLADO)
059500     END-IF
059600     IF WS-IDX-HALLADO > 0
059700         ADD WS-IMPORTE TO WS-CLI-IMPORTE(WS-IDX-HALLADO)
059800     END-IF.
059900 3500-EXIT.
060000     EXIT.
060100*================================================================
060200 3510-BUSCAR-CLIENTE.
060300*================================================================
060400     IF WS-CLI-CODIGO(WS-IDX-TAR) = WS-CLIENTE
060500         MOVE WS-IDX-TAR TO WS-IDX-HALLADO
060600     END-IF.
060700 3510-EXIT.
060800     EXIT.
060900*================================================================
061000 4000-CERRAR-INTERFAZ.
061100*================================================================
061200     MOVE SPACES TO CTL-REGISTRO
061300     MOVE "TRL" TO CTL-MARCA
061400     MOVE "FACTUTXT" TO CTL-PROGRAMA
061500     MOVE FEC-NEG-FECHA TO CTL-FECHA
061600     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
061700     MOVE WS-TOTAL-FACTURADAS TO CTL-REGISTROS
061800     MOVE WS-HASH-FACT TO CTL-HASH
061900     MOVE 0 TO CTL-HASH-ORD
062000     WRITE CTL-REGISTRO.
062100 4000-EXIT.
062200     EXIT.
062300*================================================================
062400 9000-TERMINATE.
062500*================================================================
062600     MOVE "TOTAL POR CLIENTE" TO RPT-LINEA
062700     WRITE RPT-LINEA
062800     PERFORM 9100-TOTAL-CLIENTE THRU 9100-EXIT
062900         VARYING WS-IDX FROM 1 BY 1
063000         UNTIL WS-IDX > WS-NUM-CLIENTES
063100     MOVE "REGISTROS DE VOLTXT LEIDOS"  TO RPT-RESUMEN-ETIQUETA
063200     MOVE WS-TOTAL-LEIDOS             TO RPT-RESUMEN-VALOR
063300     WRITE RPT-RESUMEN-REGISTRO
063400     MOVE "REGISTROS DEL MES"         TO RPT-RESUMEN-ETIQUETA
063500     MOVE WS-TOTAL-DEL-MES            TO RPT-RESUMEN-VALOR
063600     WRITE RPT-RESUMEN-REGISTRO
063700     MOVE "RECHAZOS LISTADOS SIN COBRO" TO RPT-RESUMEN-ETIQUETA
063800     MOVE WS-TOTAL-RECHAZOS           TO RPT-RESUMEN-VALOR
063900     WRITE RPT-RESUMEN-REGISTRO
064000     MOVE "LINEAS FACTURADAS"         TO RPT-RESUMEN-ETIQUETA
064100     MOVE WS-TOTAL-FACTURADAS         TO RPT-RESUMEN-VALOR
064200     WRITE RPT-RESUMEN-REGISTRO
064300     MOVE "LINEAS SIN TARIFA"         TO RPT-RESUMEN-ETIQUETA
064400     MOVE WS-TOTAL-SIN-TARIFA         TO RPT-RESUMEN-VALOR
064500     WRITE RPT-RESUMEN-REGISTRO
064600     MOVE "LINEAS SIN CLIENTE"        TO RPT-RESUMEN-ETIQUETA
064700     MOVE WS-TOTAL-SIN-CLIENTE        TO RPT-RESUMEN-VALOR
064800     WRITE RPT-RESUMEN-REGISTRO
064900     IF WS-TOTAL-DESBORDES > 0
065000         MOVE "VOLUMENES SIN SITIO EN TABLA" TO
065100             RPT-RESUMEN-ETIQUETA
065200         MOVE WS-TOTAL-DESBORDES      TO RPT-RESUMEN-VALOR
065300         WRITE RPT-RESUMEN-REGISTRO
065400     END-IF
065500     IF (WS-TOTAL-SIN-TARIFA > 0 OR WS-TOTAL-SIN-CLIENTE > 0
065600         OR WS-TOTAL-DESBORDES > 0)
065700      AND RETURN-CODE < 4
065800         MOVE 4 TO RETURN-CODE
065900     END-IF
066000     IF VOL-ABIERTO
066100         CLOSE VOLUMEN-TXT
066200     END-IF
066300     CLOSE FACTURA-OUT FACTURA-RPT.
066400 9000-EXIT.
066500     EXIT.
066600*================================================================
066700 9100-TOTAL-CLIENTE.
066800*================================================================
066900     MOVE SPACES TO RPT-DETALLE
067000     MOVE WS-CLI-CODIGO(WS-IDX) TO RPT-CLIENTE
067100     MOVE WS-CLI-IMPORTE(WS-IDX) TO RPT-IMPORTE
067200     WRITE RPT-DETALLE.
067300 9100-EXIT.
067400     EXIT.
067710 END PROGRAM FACTUTXT.
