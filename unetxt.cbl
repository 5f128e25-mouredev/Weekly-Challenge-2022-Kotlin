000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     UNETXT.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CASADOR DE LAS CORRIDAS
001300*                    DE PALINDROMO POR TROZOS, COMO UNEPRIM CON
001400*                    PRIMO: LEE EL MANIFIESTO DE PARTETXT
001500*                    (TROZOMAN) Y LAS SALIDAS DE LOS TROZOS
001600*                    CONCATENADAS EN ORDEN DE TRABAJO (TROZORPT,
001700*                    TROZOREJ, TROZOTOT), PRUEBA QUE LOS TROZOS
001800*                    SUMAN EL ELTEXTO ORIGINAL Y REHACE UN UNICO
001900*                    PALINDRPT CON LAS SECCIONES DE CLIENTE Y LOS
002000*                    TOTALES GENERALES DE TODOS, UN UNICO REGISTRO
002100*                    DE PALINTOT Y UN PALINDREJ COMBINADO, MAS EL
002200*                    INFORME DE CONCILIACION POR TROZO
002300*                    (UNETXTRPT).
002310* 2026-10-15  MNT    CONTADORES POR POLITICA DE VEREDICTO: SE
002320*                    SUMAN POR CODIGO LOS DE LOS PALINTOT DE LOS
002330*                    TROZOS, SALEN EN LOS TOTALES DEL INFORME
002340*                    CASADO COMO LOS ESCRIBE PALINDROMO Y VAN AL
002350*                    FINAL DEL REGISTRO DE PALINTOT.
002360* 2026-10-15  MNT    EL REGISTRO DE PALINTOT SE TOMA DEL COPY
002370*                    TOTREG, COMUN A QUIEN LO ESCRIBE Y A QUIEN LO
002380*                    LEE.
002400*----------------------------------------------------------------
002500* LA PRUEBA: EL MANIFIESTO DEBE ENCAJAR (TROZOS 1..N CONTIGUOS QUE
002600* SUMAN LOS FISICOS Y EL HASH DEL ORIGINAL); CADA TROZO DEBE
002700* CERRAR SU INFORME CON SU LINEA FIN DE TROZO, EN ORDEN, CON LOS
002800* MISMOS FISICOS Y HASH QUE EL MANIFIESTO; CADA TROZO DEBE DEJAR
002900* UN REGISTRO DE PALINTOT DE LA FECHA DEL MANIFIESTO CON LOS
003000* MISMOS PROCESADOS QUE SU INFORME; UN CLIENTE NO PUEDE APARECER
003100* EN DOS TROZOS; Y CADA RECHAZO DEBE LLEVAR LINAJE DENTRO DEL
003200* ELTEXTO ORIGINAL. CUALQUIER FALLO ES CASADO ERRONEO: RC 8 Y
003300* ALERTA CRITICA (MODULO ALERTADOR). LOS FICHEROS CASADOS SE
003400* ESCRIBEN IGUAL, PARA EXAMINARLOS, PERO NO DEBEN DISTRIBUIRSE.
003500* LOS CASI PALINDROMOS SE REORDENAN (TOP 10 DE TODOS LOS TROZOS
003600* POR FALLOS ASCENDENTES) Y LOS REPETIDOS SE LISTAN SEGUIDOS; SI
003700* NO CABEN EN LA TABLA, RC 4 Y AVISO.
003800*----------------------------------------------------------------
003900 ENVIRONMENT     DIVISION.
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
004200     SELECT TROZO-MANIF ASSIGN TO "TROZOMAN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-MAN-STATUS.
004500     SELECT TROZO-RPT ASSIGN TO "TROZORPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CAT-STATUS.
004800     SELECT TROZO-REJ ASSIGN TO "TROZOREJ"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CRJ-STATUS.
005100     SELECT TROZO-TOT ASSIGN TO "TROZOTOT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CTT-STATUS.
005400     SELECT PALINDROMO-RPT ASSIGN TO "PALINDRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT PALINDROMO-REJ ASSIGN TO "PALINDREJ"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT PALINDROMO-TOT ASSIGN TO "PALINTOT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TOT-STATUS.
006100     SELECT UNE-RPT ASSIGN TO "UNETXTRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA            DIVISION.
006400 FILE            SECTION.
006500 FD  TROZO-MANIF
006600     RECORDING MODE IS F.
006700 01  MAN-REGISTRO.
006800     05  MAN-TIPO            PIC X(05).
006900     05  MAN-NUMERO          PIC 9(02).
007000     05  MAN-BASE            PIC 9(08).
007100     05  MAN-FISICOS         PIC 9(09).
007200     05  MAN-CLIENTES        PIC 9(05).
007300     05  MAN-HASH            PIC 9(18).
007400     05  MAN-FECHA           PIC 9(08).
007500 FD  TROZO-RPT
007600     RECORDING MODE IS F.
007700 01  CAT-LINEA               PIC X(48200).
007800 01  CAT-FIN-TROZO.
007900     05  CAT-FIN-LIT         PIC X(13).
008000     05  CAT-FIN-NUMERO      PIC X(02).
008100     05  FILLER              PIC X(09).
008200     05  CAT-FIN-FISICOS     PIC X(09).
008300     05  FILLER              PIC X(06).
008400     05  CAT-FIN-HASH        PIC X(18).
008500 01  CAT-RESUMEN.
008600     05  CAT-RES-ETIQUETA    PIC X(30).
008700     05  CAT-RES-VALOR       PIC X(10).
008800 FD  TROZO-REJ
008900     RECORDING MODE IS F.
009000     COPY REJSTD REPLACING LEADING ==REJ-STD== BY ==CRJ-STD==.
009100 FD  TROZO-TOT
009200     RECORDING MODE IS F.
009300     COPY TOTREG REPLACING LEADING ==TOT== BY ==CTT==.
010000 FD  PALINDROMO-RPT
010100     RECORDING MODE IS F.
010200 01  RPT-LINEA-VAR           PIC X(48200).
010300 01  RPT-RESUMEN-REGISTRO.
010400     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010500     05  RPT-RESUMEN-VALOR   PIC Z(6)9.99.
010507 01  RPT-POLITICA-REGISTRO.
010514     05  RPT-POL-LIT         PIC X(09).
010521     05  RPT-POL-CODIGO      PIC X(08).
010528     05  RPT-POL-LIT-PRO     PIC X(12).
010535     05  RPT-POL-PROCESADOS  PIC Z(7)9.
010542     05  RPT-POL-LIT-PER     PIC X(10).
010549     05  RPT-POL-PERFECTO    PIC Z(7)9.
010556     05  RPT-POL-LIT-ACE     PIC X(10).
010563     05  RPT-POL-ACEPTADO    PIC Z(7)9.
010570     05  RPT-POL-LIT-COR     PIC X(07).
010577     05  RPT-POL-CORTO       PIC Z(7)9.
010584     05  RPT-POL-LIT-ERR     PIC X(07).
010591     05  RPT-POL-ERROR       PIC Z(7)9.
010600 FD  PALINDROMO-REJ
010700     RECORDING MODE IS F.
010800     COPY REJSTD.
010900 FD  PALINDROMO-TOT
011000     RECORDING MODE IS F.
011100     COPY TOTREG.
011800 FD  UNE-RPT
011900     RECORDING MODE IS F.
012000 01  UNE-LINEA               PIC X(80).
012100 01  UNE-TROZO-DET.
012200     05  UNE-TRZ-LIT         PIC X(06).
012300     05  UNE-TRZ-NUMERO      PIC 9(02).
012400     05  FILLER              PIC X(02).
012500     05  UNE-TRZ-FISICOS     PIC Z(8)9.
012600     05  FILLER              PIC X(02).
012700     05  UNE-TRZ-LEIDOS      PIC Z(8)9.
012800     05  FILLER              PIC X(02).
012900     05  UNE-TRZ-PROCESADOS  PIC Z(7)9.
013000     05  FILLER              PIC X(02).
013100     05  UNE-TRZ-RECHAZADOS  PIC Z(7)9.
013200     05  FILLER              PIC X(02).
013300     05  UNE-TRZ-ESTADO      PIC X(10).
013400 01  UNE-RESUMEN-REGISTRO.
013500     05  UNE-RESUMEN-ETIQUETA PIC X(30).
013600     05  UNE-RESUMEN-VALOR   PIC Z(8)9.
013700 WORKING-STORAGE SECTION.
013800*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
013900     COPY FECNEG.
014000*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
014100     COPY ALRSTD.
014200 01  WS-MAN-STATUS           PIC X(02).
014300     88  WS-MAN-NO-EXISTE            VALUE "35".
014400     88  WS-MAN-FIN-FICHERO          VALUE "10".
014500 01  WS-CAT-STATUS           PIC X(02).
014600     88  WS-CAT-NO-EXISTE            VALUE "35".
014700     88  WS-CAT-FIN-FICHERO          VALUE "10".
014800 01  WS-CRJ-STATUS           PIC X(02).
014900     88  WS-CRJ-NO-EXISTE            VALUE "35".
015000     88  WS-CRJ-FIN-FICHERO          VALUE "10".
015100 01  WS-CTT-STATUS           PIC X(02).
015200     88  WS-CTT-NO-EXISTE            VALUE "35".
015300     88  WS-CTT-FIN-FICHERO          VALUE "10".
015400 01  WS-TOT-STATUS           PIC X(02).
015500     88  WS-TOT-NO-EXISTE            VALUE "35".
015600 01  WS-SWITCHES.
015700     05  WS-CASADO-MAL       PIC X(01) VALUE "N".
015800         88  CASADO-MAL              VALUE "S".
015900     05  WS-TABLA-LLENA      PIC X(01) VALUE "N".
016000         88  TABLA-LLENA             VALUE "S".
016100     05  WS-HAY-PALABRAS     PIC X(01) VALUE "N".
016200         88  HAY-PALABRAS            VALUE "S".
016300*    ZONA DEL INFORME DEL TROZO EN CURSO: C SECCIONES DE CLIENTE,
016400*    T TOTALES GENERALES, K CASI PALINDROMOS, R REPETIDOS.
016500     05  WS-ZONA             PIC X(01) VALUE "C".
016600         88  ZONA-CLIENTES           VALUE "C".
016700         88  ZONA-TOTALES            VALUE "T".
016800         88  ZONA-CASI               VALUE "K".
016900         88  ZONA-REPETIDOS          VALUE "R".
017000*    MANIFIESTO: TOTAL DEL ORIGINAL Y UNA ENTRADA POR TROZO CON LO
017100*    QUE DICE EL MANIFIESTO Y LO QUE DEVOLVIO SU CORRIDA.
017200 01  WS-ORIGINAL.
017300     05  WS-ORI-PARTES       PIC 9(02) VALUE ZERO.
017400     05  WS-ORI-FISICOS      PIC 9(09) VALUE ZERO.
017500     05  WS-ORI-HASH         PIC 9(18) VALUE ZERO.
017600     05  WS-ORI-FECHA        PIC 9(08) VALUE ZERO.
017700     05  WS-HAY-TOTAL        PIC X(01) VALUE "N".
017800         88  HAY-TOTAL               VALUE "S".
017900 01  WS-TABLA-TROZOS.
018000     05  WS-NUM-TROZOS       PIC 9(02) COMP VALUE ZERO.
018100     05  WS-TRZ-ENTRY OCCURS 20 TIMES.
018200         10  WS-TRZ-BASE     PIC 9(08).
018300         10  WS-TRZ-FISICOS  PIC 9(09).
018400         10  WS-TRZ-HASH     PIC 9(18).
018500         10  WS-TRZ-FIN-VISTO PIC X(01).
018600         10  WS-TRZ-LEIDOS   PIC 9(09).
018700         10  WS-TRZ-HASH-LEIDO PIC 9(18).
018800         10  WS-TRZ-PROC-RPT PIC 9(08).
018900         10  WS-TRZ-TOT-VISTO PIC X(01).
019000         10  WS-TRZ-PROC-TOT PIC 9(08).
019100         10  WS-TRZ-RECH-TOT PIC 9(08).
019200 01  WS-IDX                  PIC 9(02) VALUE ZERO.
019300 01  WS-IDX-ANT              PIC 9(02) VALUE ZERO.
019400 01  WS-SUMA-MANIF.
019500     05  WS-SUM-FISICOS      PIC 9(09) VALUE ZERO.
019600     05  WS-SUM-HASH         PIC 9(18) VALUE ZERO.
019700*    TROZO EN CURSO DEL CONCATENADO DE INFORMES Y CLIENTES VISTOS.
019800 01  WS-CASADO.
019900     05  WS-TROZO-RPT        PIC 9(02) VALUE 1.
020000     05  WS-TROZOS-FIN       PIC 9(02) VALUE ZERO.
020100     05  WS-TROZOS-TOT       PIC 9(02) VALUE ZERO.
020200     05  WS-FIN-NUMERO       PIC 9(02) VALUE ZERO.
020300     05  WS-ULTIMO-CLIENTE   PIC X(08) VALUE SPACES.
020400     05  WS-TROZO-CLIENTE    PIC 9(02) VALUE ZERO.
020500*    TOTALES GENERALES REHECHOS.
020600 01  WS-TOTALES.
020700     05  WS-TOTAL-PROCESADOS PIC 9(08) VALUE ZERO.
020800     05  WS-TOTAL-PERFECTO   PIC 9(08) VALUE ZERO.
020900     05  WS-TOTAL-ERROR      PIC 9(08) VALUE ZERO.
021000     05  WS-TOTAL-RECHAZADOS PIC 9(08) VALUE ZERO.
021100     05  WS-SUMA-LARGOS      PIC 9(12) VALUE ZERO.
021200     05  WS-LARGO-MEDIO      PIC 9(08)V99 VALUE ZERO.
021300     05  WS-TOTAL-PALABRAS   PIC 9(09) VALUE ZERO.
021400     05  WS-TOTAL-PALABRAS-PAL PIC 9(09) VALUE ZERO.
021500     05  WS-TOTAL-REPETIDOS  PIC 9(09) VALUE ZERO.
021600     05  WS-TOTAL-RECHAZOS-REJ PIC 9(09) VALUE ZERO.
021606*    CONTADORES POR POLITICA DE VEREDICTO DE TODOS LOS TROZOS,
021612*    SUMADOS POR CODIGO EN EL ORDEN EN QUE LOS TRAEN.
021618 01  WS-TABLA-POLITICAS.
021624     05  WS-NUM-POLITICAS    PIC 9(02) COMP VALUE ZERO.
021630     05  WS-POL-ENTRY OCCURS 8 TIMES.
021636         10  WS-POL-CODIGO   PIC X(08).
021642         10  WS-POL-PROCESADOS PIC 9(08).
021648         10  WS-POL-PERFECTO PIC 9(08).
021654         10  WS-POL-ACEPTADO PIC 9(08).
021660         10  WS-POL-CORTO    PIC 9(08).
021666         10  WS-POL-ERROR    PIC 9(08).
021672 01  WS-IDX-POL              PIC 9(02) COMP VALUE ZERO.
021678 01  WS-IDX-CTT              PIC 9(02) COMP VALUE ZERO.
021684 01  WS-POL-HALLADA          PIC 9(02) COMP VALUE ZERO.
021690 01  WS-POLITICAS-USADAS     PIC 9(02) COMP VALUE ZERO.
021700*    VALORES LEIDOS DE LAS LINEAS DE RESUMEN DE LOS TROZOS.
021800 01  WS-LECTURA.
021900     05  WS-ED-VALOR         PIC Z(6)9.99.
022000     05  WS-VALOR            PIC 9(07)V99 VALUE ZERO.
022100     05  WS-ED-FALLOS        PIC ZZZ9.
022200     05  WS-FALLOS           PIC 9(04) VALUE ZERO.
022300     05  WS-LARGO-LIN        PIC 9(05) COMP VALUE ZERO.
022400     05  WS-POS-FALLOS       PIC 9(05) COMP VALUE ZERO.
022500     05  WS-SECUEN           PIC 9(09) VALUE ZERO.
022600*    CASI PALINDROMOS DE TODOS LOS TROZOS: LOS 10 DE MENOS FALLOS.
022700 01  WS-TABLA-CASI.
022800     05  WS-NUM-CASI         PIC 9(02) COMP VALUE ZERO.
022900     05  WS-CASI-ENTRY OCCURS 10 TIMES.
023000         10  WS-CASI-FALLOS  PIC 9(04).
023100         10  WS-CASI-LINEA   PIC X(200).
023200 01  WS-IDX-CASI             PIC 9(02) COMP VALUE ZERO.
023300 01  WS-IDX-CASI-2           PIC 9(02) COMP VALUE ZERO.
023400 01  WS-POS-CASI             PIC 9(02) COMP VALUE ZERO.
023500*    LINEAS DE REPETIDOS DE TODOS LOS TROZOS, EN ORDEN DE TROZO.
023600 01  WS-TABLA-REPE.
023700     05  WS-NUM-REPE         PIC 9(04) COMP VALUE ZERO.
023800     05  WS-REPE-LINEA       PIC X(200) OCCURS 1000 TIMES.
023900 01  WS-IDX-REPE             PIC 9(04) COMP VALUE ZERO.
024000 01  WS-REPE-PERDIDOS        PIC 9(05) VALUE ZERO.
024100 PROCEDURE       DIVISION.
024200*================================================================
024300 0000-MAINLINE.
024400*================================================================
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024600     PERFORM 2000-CARGAR-TOTALES THRU 2000-EXIT
024700     PERFORM 3000-CASAR-INFORME THRU 3000-EXIT
024800         UNTIL WS-CAT-FIN-FICHERO
024900     PERFORM 4000-CERRAR-INFORME THRU 4000-EXIT
025000     PERFORM 5000-CASAR-RECHAZOS THRU 5000-EXIT
025100     PERFORM 6000-GRABAR-TOTALES-DIA THRU 6000-EXIT
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT
025300     GOBACK.
025400*================================================================
025500 1000-INITIALIZE.
025600*================================================================
025700     OPEN OUTPUT PALINDROMO-RPT PALINDROMO-REJ UNE-RPT
025800     MOVE SPACES TO UNE-RESUMEN-REGISTRO
025900     CALL "FECHANEG" USING FEC-NEG-AREA
026000     OPEN INPUT TROZO-MANIF
026100     IF WS-MAN-NO-EXISTE
026200         MOVE "SIN MANIFIESTO DE TROZOS" TO UNE-LINEA
026300         WRITE UNE-LINEA
026400         SET CASADO-MAL TO TRUE
026500     ELSE
026600         PERFORM 1100-LEER-MANIFIESTO THRU 1100-EXIT
026700         PERFORM 1200-CARGAR-MANIFIESTO THRU 1200-EXIT
026800             UNTIL WS-MAN-FIN-FICHERO
026900         CLOSE TROZO-MANIF
027000         PERFORM 1300-COMPROBAR-MANIFIESTO THRU 1300-EXIT
027100     END-IF
027200     OPEN INPUT TROZO-RPT
027300     IF WS-CAT-NO-EXISTE
027400         MOVE "10" TO WS-CAT-STATUS
027500         MOVE "SIN INFORMES DE TROZO CONCATENADOS" TO UNE-LINEA
027600         WRITE UNE-LINEA
027700         SET CASADO-MAL TO TRUE
027800     ELSE
027900         PERFORM 3100-LEER-INFORME THRU 3100-EXIT
028000     END-IF.
028100 1000-EXIT.
028200     EXIT.
028300*================================================================
028400 1100-LEER-MANIFIESTO.
028500*================================================================
028600     READ TROZO-MANIF
028700         AT END
028800             MOVE "10" TO WS-MAN-STATUS
028900     END-READ.
029000 1100-EXIT.
029100     EXIT.
029200*================================================================
029300 1200-CARGAR-MANIFIESTO.
029400*================================================================
029500     EVALUATE MAN-TIPO
029600         WHEN "TROZO"
029700             IF WS-NUM-TROZOS < 20
029800                 ADD 1 TO WS-NUM-TROZOS
029900                 MOVE WS-NUM-TROZOS TO WS-IDX
030000                 IF MAN-NUMERO NOT = WS-IDX
030100                     MOVE "MANIFIESTO CON TROZOS FUERA DE ORDEN"
030200                         TO UNE-LINEA
030300                     WRITE UNE-LINEA
030400                     SET CASADO-MAL TO TRUE
030500                 END-IF
030600                 INITIALIZE WS-TRZ-ENTRY(WS-IDX)
030700                 MOVE MAN-BASE    TO WS-TRZ-BASE(WS-IDX)
030800                 MOVE MAN-FISICOS TO WS-TRZ-FISICOS(WS-IDX)
030900                 MOVE MAN-HASH    TO WS-TRZ-HASH(WS-IDX)
031000                 MOVE "N" TO WS-TRZ-FIN-VISTO(WS-IDX)
031100                 MOVE "N" TO WS-TRZ-TOT-VISTO(WS-IDX)
031200             END-IF
031300         WHEN "TOTAL"
031400             SET HAY-TOTAL TO TRUE
031500             MOVE MAN-NUMERO  TO WS-ORI-PARTES
031600             MOVE MAN-FISICOS TO WS-ORI-FISICOS
031700             MOVE MAN-HASH    TO WS-ORI-HASH
031800             MOVE MAN-FECHA   TO WS-ORI-FECHA
031900     END-EVALUATE
032000     PERFORM 1100-LEER-MANIFIESTO THRU 1100-EXIT.
032100 1200-EXIT.
032200     EXIT.
032300*================================================================
032400 1300-COMPROBAR-MANIFIESTO.
032500*================================================================
032600*    LOS TROZOS DEBEN SER LOS N PEDIDOS, CONTIGUOS, Y SUMAR LOS
032700*    FISICOS Y EL HASH DEL ORIGINAL.
032800     IF NOT HAY-TOTAL OR WS-NUM-TROZOS = 0
032900      OR WS-NUM-TROZOS NOT = WS-ORI-PARTES
033000         MOVE "MANIFIESTO INCOMPLETO" TO UNE-LINEA
033100         WRITE UNE-LINEA
033200         SET CASADO-MAL TO TRUE
033300     END-IF
033400     MOVE 0 TO WS-SUM-FISICOS WS-SUM-HASH
033500     PERFORM 1310-SUMAR-TROZO THRU 1310-EXIT
033600         VARYING WS-IDX FROM 1 BY 1
033700         UNTIL WS-IDX > WS-NUM-TROZOS
033800     IF WS-SUM-FISICOS NOT = WS-ORI-FISICOS
033900      OR WS-SUM-HASH NOT = WS-ORI-HASH
034000         MOVE "LOS TROZOS NO SUMAN EL ORIGINAL" TO UNE-LINEA
034100         WRITE UNE-LINEA
034200         SET CASADO-MAL TO TRUE
034300     END-IF.
034400 1300-EXIT.
034500     EXIT.
034600*================================================================
034700 1310-SUMAR-TROZO.
034800*================================================================
034900     IF WS-TRZ-BASE(WS-IDX) NOT = WS-SUM-FISICOS
035000         MOVE "TROZOS CON SOLAPE O HUECO" TO UNE-LINEA
035100         WRITE UNE-LINEA
035200         SET CASADO-MAL TO TRUE
035300     END-IF
035400     ADD WS-TRZ-FISICOS(WS-IDX) TO WS-SUM-FISICOS
035500     COMPUTE WS-SUM-HASH =
035600         FUNCTION MOD(WS-SUM-HASH + WS-TRZ-HASH(WS-IDX),
035700                      10 ** 17).
035800 1310-EXIT.
035900     EXIT.
036000*================================================================
036100 2000-CARGAR-TOTALES.
036200*================================================================
036300*    UN REGISTRO DE PALINTOT POR TROZO, EN ORDEN DE TRABAJO, DE LA
036400*    FECHA DEL MANIFIESTO.
036500     OPEN INPUT TROZO-TOT
036600     IF WS-CTT-NO-EXISTE
036700         MOVE "SIN TOTALES DE TROZO CONCATENADOS" TO UNE-LINEA
036800         WRITE UNE-LINEA
036900         SET CASADO-MAL TO TRUE
037000         GO TO 2000-EXIT
037100     END-IF
037200     PERFORM 2100-LEER-TOTAL THRU 2100-EXIT
037300     PERFORM 2200-SUMAR-TOTAL THRU 2200-EXIT
037400         UNTIL WS-CTT-FIN-FICHERO
037500     CLOSE TROZO-TOT
037600     IF WS-TROZOS-TOT NOT = WS-NUM-TROZOS
037700         MOVE "TOTALES DE TROZO QUE NO SON UNO POR TROZO"
037800             TO UNE-LINEA
037900         WRITE UNE-LINEA
038000         SET CASADO-MAL TO TRUE
038100     END-IF.
038200 2000-EXIT.
038300     EXIT.
038400*================================================================
038500 2100-LEER-TOTAL.
038600*================================================================
038700     READ TROZO-TOT
038800         AT END
038900             MOVE "10" TO WS-CTT-STATUS
039000     END-READ.
039100 2100-EXIT.
039200     EXIT.
039300*================================================================
039400 2200-SUMAR-TOTAL.
039500*================================================================
039600     ADD 1 TO WS-TROZOS-TOT
039700     IF CTT-FECHA NOT = WS-ORI-FECHA
039800         MOVE "TOTALES DE TROZO DE OTRA FECHA" TO UNE-LINEA
039900         WRITE UNE-LINEA
040000         SET CASADO-MAL TO TRUE
040100     END-IF
040200     IF WS-TROZOS-TOT <= WS-NUM-TROZOS
040300         MOVE WS-TROZOS-TOT TO WS-IDX
040400         MOVE "S" TO WS-TRZ-TOT-VISTO(WS-IDX)
040500         MOVE CTT-PROCESADOS TO WS-TRZ-PROC-TOT(WS-IDX)
040600         MOVE CTT-RECHAZADOS TO WS-TRZ-RECH-TOT(WS-IDX)
040700     END-IF
040800     ADD CTT-PROCESADOS  TO WS-TOTAL-PROCESADOS
040900     ADD CTT-PERFECTO    TO WS-TOTAL-PERFECTO
041000     ADD CTT-ERROR       TO WS-TOTAL-ERROR
041100     ADD CTT-RECHAZADOS  TO WS-TOTAL-RECHAZADOS
041200     ADD CTT-SUMA-LARGOS TO WS-SUMA-LARGOS
041210     PERFORM 2300-SUMAR-POLITICA THRU 2300-EXIT
041220         VARYING WS-IDX-CTT FROM 1 BY 1
041230         UNTIL WS-IDX-CTT > 8
041300     PERFORM 2100-LEER-TOTAL THRU 2100-EXIT.
041400 2200-EXIT.
041500     EXIT.
041502*================================================================
041504 2300-SUMAR-POLITICA.
041506*================================================================
041508*    CADA POLITICA DEL TROZO SE SUMA A LA DE SU CODIGO. TODOS LOS
041510*    TROZOS SE JUZGARON CON EL MISMO POLMAST: UNA POLITICA QUE NO
041512*    CABE EN LA TABLA ES UN CASADO ERRONEO.
041514     IF CTT-POL-CODIGO(WS-IDX-CTT) = SPACES
041516         GO TO 2300-EXIT
041518     END-IF
041520     MOVE 0 TO WS-POL-HALLADA
041522     PERFORM 2310-COMPARAR-POLITICA THRU 2310-EXIT
041524         VARYING WS-IDX-POL FROM 1 BY 1
041526         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
041528            OR WS-POL-HALLADA > 0
041530     IF WS-POL-HALLADA = 0
041532         IF WS-NUM-POLITICAS >= 8
041534             MOVE "POLITICAS DE LOS TROZOS FUERA DE TABLA"
041536                 TO UNE-LINEA
041538             WRITE UNE-LINEA
041540             SET CASADO-MAL TO TRUE
041542             GO TO 2300-EXIT
041544         END-IF
041546         ADD 1 TO WS-NUM-POLITICAS
041548         MOVE WS-NUM-POLITICAS TO WS-POL-HALLADA
041550         MOVE CTT-POL-CODIGO(WS-IDX-CTT)
041552             TO WS-POL-CODIGO(WS-POL-HALLADA)
041554     END-IF
041556     ADD CTT-POL-PROCESADOS(WS-IDX-CTT)
041558         TO WS-POL-PROCESADOS(WS-POL-HALLADA)
041560     ADD CTT-POL-PERFECTO(WS-IDX-CTT)
041562         TO WS-POL-PERFECTO(WS-POL-HALLADA)
041564     ADD CTT-POL-ACEPTADO(WS-IDX-CTT)
041566         TO WS-POL-ACEPTADO(WS-POL-HALLADA)
041568     ADD CTT-POL-CORTO(WS-IDX-CTT)
041570         TO WS-POL-CORTO(WS-POL-HALLADA)
041572     ADD CTT-POL-ERROR(WS-IDX-CTT)
041574         TO WS-POL-ERROR(WS-POL-HALLADA).
041576 2300-EXIT.
041578     EXIT.
041580*================================================================
041582 2310-COMPARAR-POLITICA.
041584*================================================================
041586     IF WS-POL-CODIGO(WS-IDX-POL) = CTT-POL-CODIGO(WS-IDX-CTT)
041588         MOVE WS-IDX-POL TO WS-POL-HALLADA
041590     END-IF.
041592 2310-EXIT.
041594     EXIT.
041600*================================================================
041700 3000-CASAR-INFORME.
041800*================================================================
041900*    LAS SECCIONES DE CLIENTE DE CADA TROZO PASAN TAL CUAL; LO
042000*    QUE VA DESDE SUS TOTALES GENERALES HASTA SU LINEA FIN DE
042100*    TROZO SE RECOGE PARA REHACERLO UNA SOLA VEZ AL FINAL.
042200     EVALUATE TRUE
042300         WHEN CAT-FIN-LIT = "FIN DE TROZO "
042400             PERFORM 3200-CERRAR-TROZO THRU 3200-EXIT
042500         WHEN ZONA-CLIENTES
042600          AND CAT-RES-ETIQUETA = "TOTAL REGISTROS PROCESADOS:"
042700             SET ZONA-TOTALES TO TRUE
042800             PERFORM 3500-LEER-VALOR THRU 3500-EXIT
042900             IF WS-TROZO-RPT <= WS-NUM-TROZOS
043000                 MOVE WS-VALOR TO WS-TRZ-PROC-RPT(WS-TROZO-RPT)
043100             END-IF
043200         WHEN ZONA-CLIENTES
043300             PERFORM 3300-COPIAR-CLIENTES THRU 3300-EXIT
043400         WHEN OTHER
043500             PERFORM 3400-RECOGER-COLA THRU 3400-EXIT
043600     END-EVALUATE
043700     PERFORM 3100-LEER-INFORME THRU 3100-EXIT.
043800 3000-EXIT.
043900     EXIT.
044000*================================================================
044100 3100-LEER-INFORME.
044200*================================================================
044300     MOVE SPACES TO CAT-LINEA
044400     READ TROZO-RPT
044500         AT END
044600             MOVE "10" TO WS-CAT-STATUS
044700     END-READ.
044800 3100-EXIT.
044900     EXIT.
045000*================================================================
045100 3200-CERRAR-TROZO.
045200*================================================================
045300*    LA LINEA FIN DE TROZO DEBE SER LA DEL TROZO QUE TOCA Y TRAER
045400*    LOS FISICOS Y EL HASH DEL MANIFIESTO.
045500     ADD 1 TO WS-TROZOS-FIN
045600     IF CAT-FIN-NUMERO IS NUMERIC
045700         MOVE CAT-FIN-NUMERO TO WS-FIN-NUMERO
045800     ELSE
045900         MOVE 0 TO WS-FIN-NUMERO
046000     END-IF
046100     IF WS-FIN-NUMERO NOT = WS-TROZO-RPT
046200      OR WS-TROZO-RPT > WS-NUM-TROZOS
046300         MOVE "INFORME DE TROZO FUERA DE ORDEN" TO UNE-LINEA
046400         WRITE UNE-LINEA
046500         SET CASADO-MAL TO TRUE
046600     ELSE
046700         MOVE "S" TO WS-TRZ-FIN-VISTO(WS-TROZO-RPT)
046800         MOVE CAT-FIN-FISICOS TO WS-TRZ-LEIDOS(WS-TROZO-RPT)
046900         MOVE CAT-FIN-HASH TO WS-TRZ-HASH-LEIDO(WS-TROZO-RPT)
047000     END-IF
047100     ADD 1 TO WS-TROZO-RPT
047200     SET ZONA-CLIENTES TO TRUE.
047300 3200-EXIT.
047400     EXIT.
047500*================================================================
047600 3300-COPIAR-CLIENTES.
047700*================================================================
047800*    LA ENTRADA LLEGA AGRUPADA POR CLIENTE Y EL PARTIDOR NO CORTA
047900*    DENTRO DE UN CLIENTE: SI LA CABECERA DE UN CLIENTE VUELVE A
048000*    SALIR EN OTRO TROZO, LOS TROZOS NO SON LOS DEL MANIFIESTO.
048100     IF CAT-LINEA(1:9) = "CLIENTE: "
048200         IF CAT-LINEA(10:8) = WS-ULTIMO-CLIENTE
048300          AND WS-TROZO-CLIENTE NOT = WS-TROZO-RPT
048400             MOVE "CLIENTE REPARTIDO ENTRE DOS TROZOS"
048500                 TO UNE-LINEA
048600             WRITE UNE-LINEA
048700             SET CASADO-MAL TO TRUE
048800         END-IF
048900         MOVE CAT-LINEA(10:8) TO WS-ULTIMO-CLIENTE
049000         MOVE WS-TROZO-RPT TO WS-TROZO-CLIENTE
049100     END-IF
049200     MOVE CAT-LINEA TO RPT-LINEA-VAR
049300     WRITE RPT-LINEA-VAR.
049400 3300-EXIT.
049500     EXIT.
049600*================================================================
049700 3400-RECOGER-COLA.
049800*================================================================
049900*    COLA DEL INFORME DE UN TROZO: TOTALES DE PALABRAS, SECCION
050000*    DE CASI PALINDROMOS Y SECCION DE REPETIDOS. EL RESTO DE LOS
050100*    TOTALES SE REHACE CON PALINTOT.
050200     EVALUATE TRUE
050300         WHEN CAT-RES-ETIQUETA = "TOTAL PALABRAS EXAMINADAS:"
050400             SET HAY-PALABRAS TO TRUE
050500             PERFORM 3500-LEER-VALOR THRU 3500-EXIT
050600             ADD WS-VALOR TO WS-TOTAL-PALABRAS
050700         WHEN CAT-RES-ETIQUETA = "TOTAL PALABRAS PALINDROMAS:"
050800             PERFORM 3500-LEER-VALOR THRU 3500-EXIT
050900             ADD WS-VALOR TO WS-TOTAL-PALABRAS-PAL
051000         WHEN CAT-RES-ETIQUETA = "CASI PALINDROMOS (TOP 10):"
051100             SET ZONA-CASI TO TRUE
051200         WHEN CAT-RES-ETIQUETA = "TEXTOS REPETIDOS:"
051300             SET ZONA-REPETIDOS TO TRUE
051400             PERFORM 3500-LEER-VALOR THRU 3500-EXIT
051500             ADD WS-VALOR TO WS-TOTAL-REPETIDOS
051600         WHEN ZONA-CASI
051700             PERFORM 3600-ANOTAR-CASI THRU 3600-EXIT
051800         WHEN ZONA-REPETIDOS
051900             PERFORM 3700-ANOTAR-REPETIDO THRU 3700-EXIT
052000         WHEN OTHER
052100             CONTINUE
052200     END-EVALUATE.
052300 3400-EXIT.
052400     EXIT.
052500*================================================================
052600 3500-LEER-VALOR.
052700*================================================================
052800     MOVE 0 TO WS-VALOR
052900     IF CAT-RES-VALOR NOT = SPACES
053000         MOVE CAT-RES-VALOR TO WS-ED-VALOR
053100         MOVE WS-ED-VALOR TO WS-VALOR
053200     END-IF.
053300 3500-EXIT.
053400     EXIT.
053500*================================================================
053600 3600-ANOTAR-CASI.
053700*================================================================
053800*    LA LINEA DE CASI TERMINA EN FALLOS (4) Y PORCENTAJE (6); SE
053900*    MANTIENE LA TABLA ORDENADA POR FALLOS ASCENDENTES COMO EN
054000*    PALINDROMO, Y A IGUALDAD MANDA EL ORDEN DE LOS TROZOS.
054100     PERFORM 3610-MEDIR-LINEA THRU 3610-EXIT
054200     IF WS-LARGO-LIN < 11
054300         GO TO 3600-EXIT
054400     END-IF
054500     COMPUTE WS-POS-FALLOS = WS-LARGO-LIN - 10
054600     MOVE CAT-LINEA(WS-POS-FALLOS:4) TO WS-ED-FALLOS
054700     MOVE WS-ED-FALLOS TO WS-FALLOS
054800     MOVE 0 TO WS-POS-CASI
054900     PERFORM 3620-BUSCAR-POSICION THRU 3620-EXIT
055000         VARYING WS-IDX-CASI FROM 1 BY 1
055100         UNTIL WS-IDX-CASI > WS-NUM-CASI
055200            OR WS-POS-CASI > 0
055300     IF WS-POS-CASI = 0
055400         IF WS-NUM-CASI < 10
055500             COMPUTE WS-POS-CASI = WS-NUM-CASI + 1
055600         END-IF
055700     END-IF
055800     IF WS-POS-CASI > 0
055900         IF WS-NUM-CASI < 10
056000             ADD 1 TO WS-NUM-CASI
056100         END-IF
056200         PERFORM 3630-DESPLAZAR-CASI THRU 3630-EXIT
056300             VARYING WS-IDX-CASI-2 FROM WS-NUM-CASI BY -1
056400             UNTIL WS-IDX-CASI-2 <= WS-POS-CASI
056500         MOVE WS-FALLOS TO WS-CASI-FALLOS(WS-POS-CASI)
056600         MOVE CAT-LINEA(1:200) TO WS-CASI-LINEA(WS-POS-CASI)
056700     END-IF.
056800 3600-EXIT.
056900     EXIT.
057000*================================================================
057100 3610-MEDIR-LINEA.
057200*================================================================
057300     MOVE 200 TO WS-LARGO-LIN
057400     PERFORM 3615-RETROCEDER THRU 3615-EXIT
057500         UNTIL WS-LARGO-LIN = 0
057600            OR CAT-LINEA(WS-LARGO-LIN:1) NOT = SPACE.
057700 3610-EXIT.
057800     EXIT.
057900*================================================================
058000 3615-RETROCEDER.
058100*================================================================
058200     SUBTRACT 1 FROM WS-LARGO-LIN.
058300 3615-EXIT.
058400     EXIT.
058500*================================================================
058600 3620-BUSCAR-POSICION.
058700*================================================================
058800     IF WS-FALLOS < WS-CASI-FALLOS(WS-IDX-CASI)
058900         MOVE WS-IDX-CASI TO WS-POS-CASI
059000     END-IF.
059100 3620-EXIT.
059200     EXIT.
059300*================================================================
059400 3630-DESPLAZAR-CASI.
059500*================================================================
059600     MOVE WS-CASI-ENTRY(WS-IDX-CASI-2 - 1)
059700         TO WS-CASI-ENTRY(WS-IDX-CASI-2).
059800 3630-EXIT.
059900     EXIT.
060000*================================================================
060100 3700-ANOTAR-REPETIDO.
060200*================================================================
060300     IF WS-NUM-REPE < 1000
060400         ADD 1 TO WS-NUM-REPE
060500         MOVE CAT-LINEA(1:200) TO WS-REPE-LINEA(WS-NUM-REPE)
060600     ELSE
060700         ADD 1 TO WS-REPE-PERDIDOS
060800         SET TABLA-LLENA TO TRUE
060900     END-IF.
061000 3700-EXIT.
061100     EXIT.
061200*================================================================
061300 4000-CERRAR-INFORME.
061400*================================================================
061500*    TOTALES GENERALES DEL INFORME CASADO, CON LAS MISMAS LINEAS
061600*    QUE ESCRIBE PALINDROMO, Y LAS SECCIONES DE CASI PALINDROMOS
061700*    Y DE REPETIDOS DE TODOS LOS TROZOS.
061800     IF NOT ZONA-CLIENTES
061900         MOVE "INFORME DE TROZO SIN LINEA FIN DE TROZO"
062000             TO UNE-LINEA
062100         WRITE UNE-LINEA
062200         SET CASADO-MAL TO TRUE
062300     END-IF
062400     IF WS-TOTAL-PROCESADOS > 0
062500         COMPUTE WS-LARGO-MEDIO ROUNDED =
062600             WS-SUMA-LARGOS / WS-TOTAL-PROCESADOS
062700     END-IF
062800     MOVE "TOTAL REGISTROS PROCESADOS:  " TO RPT-RESUMEN-ETIQUETA
062900     MOVE WS-TOTAL-PROCESADOS TO RPT-RESUMEN-VALOR
063000     WRITE RPT-RESUMEN-REGISTRO
063100     MOVE "TOTAL PERFECTO:               " TO RPT-RESUMEN-ETIQUETA
063200     MOVE WS-TOTAL-PERFECTO TO RPT-RESUMEN-VALOR
063300     WRITE RPT-RESUMEN-REGISTRO
063400     MOVE "TOTAL ERROR:                  " TO RPT-RESUMEN-ETIQUETA
063500     MOVE WS-TOTAL-ERROR TO RPT-RESUMEN-VALOR
063600     WRITE RPT-RESUMEN-REGISTRO
063700     MOVE "LARGO MEDIO:                  " TO RPT-RESUMEN-ETIQUETA
063800     MOVE WS-LARGO-MEDIO TO RPT-RESUMEN-VALOR
063900     WRITE RPT-RESUMEN-REGISTRO
064000     MOVE "TOTAL RECHAZADOS (BLANCOS):   " TO RPT-RESUMEN-ETIQUETA
064100     MOVE WS-TOTAL-RECHAZADOS TO RPT-RESUMEN-VALOR
064200     WRITE RPT-RESUMEN-REGISTRO
064300     IF HAY-PALABRAS
064400         MOVE "TOTAL PALABRAS EXAMINADAS:    "
064500             TO RPT-RESUMEN-ETIQUETA
064600         MOVE WS-TOTAL-PALABRAS TO RPT-RESUMEN-VALOR
064700         WRITE RPT-RESUMEN-REGISTRO
064800         MOVE "TOTAL PALABRAS PALINDROMAS:   "
064900             TO RPT-RESUMEN-ETIQUETA
065000         MOVE WS-TOTAL-PALABRAS-PAL TO RPT-RESUMEN-VALOR
065100         WRITE RPT-RESUMEN-REGISTRO
065200     END-IF
065209     MOVE 0 TO WS-POLITICAS-USADAS
065218     PERFORM 4300-CONTAR-POLITICA THRU 4300-EXIT
065227         VARYING WS-IDX-POL FROM 1 BY 1
065236         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
065245     MOVE "POLITICAS APLICADAS:          " TO RPT-RESUMEN-ETIQUETA
065254     MOVE WS-POLITICAS-USADAS TO RPT-RESUMEN-VALOR
065263     WRITE RPT-RESUMEN-REGISTRO
065272     PERFORM 4310-ESCRIBIR-POLITICA THRU 4310-EXIT
065281         VARYING WS-IDX-POL FROM 1 BY 1
065290         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
065300     IF WS-NUM-CASI > 0
065400         MOVE "CASI PALINDROMOS (TOP 10):    "
065500             TO RPT-RESUMEN-ETIQUETA
065600         MOVE WS-NUM-CASI TO RPT-RESUMEN-VALOR
065700         WRITE RPT-RESUMEN-REGISTRO
065800         PERFORM 4100-ESCRIBIR-UN-CASI THRU 4100-EXIT
065900             VARYING WS-IDX-CASI FROM 1 BY 1
066000             UNTIL WS-IDX-CASI > WS-NUM-CASI
066100     END-IF
066200     IF WS-TOTAL-REPETIDOS > 0
066300         MOVE "TEXTOS REPETIDOS:             "
066400             TO RPT-RESUMEN-ETIQUETA
066500         MOVE WS-TOTAL-REPETIDOS TO RPT-RESUMEN-VALOR
066600         WRITE RPT-RESUMEN-REGISTRO
066700         PERFORM 4200-ESCRIBIR-UN-REPETIDO THRU 4200-EXIT
066800             VARYING WS-IDX-REPE FROM 1 BY 1
066900             UNTIL WS-IDX-REPE > WS-NUM-REPE
067000     END-IF.
067100 4000-EXIT.
067200     EXIT.
067300*================================================================
067400 4100-ESCRIBIR-UN-CASI.
067500*================================================================
067600     MOVE WS-CASI-LINEA(WS-IDX-CASI) TO RPT-LINEA-VAR
067700     WRITE RPT-LINEA-VAR.
067800 4100-EXIT.
067900     EXIT.
068000*================================================================
068100 4200-ESCRIBIR-UN-REPETIDO.
068200*================================================================
068300     MOVE WS-REPE-LINEA(WS-IDX-REPE) TO RPT-LINEA-VAR
068400     WRITE RPT-LINEA-VAR.
068500 4200-EXIT.
068600     EXIT.
068603*================================================================
068606 4300-CONTAR-POLITICA.
068609*================================================================
068612     IF WS-POL-PROCESADOS(WS-IDX-POL) > 0
068615         ADD 1 TO WS-POLITICAS-USADAS
068618     END-IF.
068621 4300-EXIT.
068624     EXIT.
068627*================================================================
068630 4310-ESCRIBIR-POLITICA.
068633*================================================================
068636     IF WS-POL-PROCESADOS(WS-IDX-POL) = 0
068639         GO TO 4310-EXIT
068642     END-IF
068645     MOVE "POLITICA " TO RPT-POL-LIT
068648     MOVE WS-POL-CODIGO(WS-IDX-POL) TO RPT-POL-CODIGO
068651     MOVE " PROCESADOS " TO RPT-POL-LIT-PRO
068654     MOVE WS-POL-PROCESADOS(WS-IDX-POL) TO RPT-POL-PROCESADOS
068657     MOVE " PERFECTO " TO RPT-POL-LIT-PER
068660     MOVE WS-POL-PERFECTO(WS-IDX-POL) TO RPT-POL-PERFECTO
068663     MOVE " ACEPTADO " TO RPT-POL-LIT-ACE
068666     MOVE WS-POL-ACEPTADO(WS-IDX-POL) TO RPT-POL-ACEPTADO
068669     MOVE " CORTO " TO RPT-POL-LIT-COR
068672     MOVE WS-POL-CORTO(WS-IDX-POL) TO RPT-POL-CORTO
068675     MOVE " ERROR " TO RPT-POL-LIT-ERR
068678     MOVE WS-POL-ERROR(WS-IDX-POL) TO RPT-POL-ERROR
068681     WRITE RPT-POLITICA-REGISTRO.
068684 4310-EXIT.
068687     EXIT.
068700*================================================================
068800 5000-CASAR-RECHAZOS.
068900*================================================================
069000*    LOS RECHAZOS DE LOS TROZOS YA LLEVAN LA SECUENCIA DEL
069100*    ELTEXTO ORIGINAL: SE COPIAN EN ORDEN DE TRABAJO Y CADA UNO
069200*    DEBE CAER DENTRO DEL ORIGINAL.
069300     OPEN INPUT TROZO-REJ
069400     IF WS-CRJ-NO-EXISTE
069500         GO TO 5000-EXIT
069600     END-IF
069700     PERFORM 5100-LEER-RECHAZO THRU 5100-EXIT
069800     PERFORM 5200-COPIAR-RECHAZO THRU 5200-EXIT
069900         UNTIL WS-CRJ-FIN-FICHERO
070000     CLOSE TROZO-REJ.
070100 5000-EXIT.
070200     EXIT.
070300*================================================================
070400 5100-LEER-RECHAZO.
070500*================================================================
070600     READ TROZO-REJ
070700         AT END
070800             MOVE "10" TO WS-CRJ-STATUS
070900     END-READ.
071000 5100-EXIT.
071100     EXIT.
071200*================================================================
071300 5200-COPIAR-RECHAZO.
071400*================================================================
071500     IF CRJ-STD-LIN-SECUEN IS NUMERIC
071600         MOVE CRJ-STD-LIN-SECUEN TO WS-SECUEN
071700     ELSE
071800         MOVE 0 TO WS-SECUEN
071900     END-IF
072000     IF CRJ-STD-LIN-FICHERO NOT = "ELTEXTO"
072100      OR WS-SECUEN = 0
072200      OR WS-SECUEN > WS-ORI-FISICOS
072300         MOVE "RECHAZO CON LINAJE FUERA DEL ORIGINAL" TO UNE-LINEA
072400         WRITE UNE-LINEA
072500         SET CASADO-MAL TO TRUE
072600     END-IF
072700     MOVE CRJ-STD-REGISTRO TO REJ-STD-REGISTRO
072800     WRITE REJ-STD-REGISTRO
072900     ADD 1 TO WS-TOTAL-RECHAZOS-REJ
073000     PERFORM 5100-LEER-RECHAZO THRU 5100-EXIT.
073100 5200-EXIT.
073200     EXIT.
073300*================================================================
073400 6000-GRABAR-TOTALES-DIA.
073500*================================================================
073600*    UN SOLO REGISTRO DE PALINTOT PARA TODA LA CORRIDA, CON LA
073700*    FECHA DE NEGOCIO, COMO SI HUBIERA CORRIDO UN UNICO TRABAJO.
073800     OPEN EXTEND PALINDROMO-TOT
073900     IF WS-TOT-NO-EXISTE
074000         OPEN OUTPUT PALINDROMO-TOT
074100     END-IF
074200     MOVE FEC-NEG-FECHA       TO TOT-FECHA
074300     MOVE WS-TOTAL-PROCESADOS TO TOT-PROCESADOS
074400     MOVE WS-TOTAL-PERFECTO   TO TOT-PERFECTO
074500     MOVE WS-TOTAL-ERROR      TO TOT-ERROR
074600     MOVE WS-TOTAL-RECHAZADOS TO TOT-RECHAZADOS
074700     MOVE WS-SUMA-LARGOS      TO TOT-SUMA-LARGOS
074710     INITIALIZE TOT-POLITICAS
074720     PERFORM 6100-ANOTAR-POLITICA THRU 6100-EXIT
074730         VARYING WS-IDX-POL FROM 1 BY 1
074740         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
074800     WRITE TOT-REGISTRO
074900     CLOSE PALINDROMO-TOT.
075000 6000-EXIT.
075100     EXIT.
075106*================================================================
075112 6100-ANOTAR-POLITICA.
075118*================================================================
075124     MOVE WS-POL-CODIGO(WS-IDX-POL) TO TOT-POL-CODIGO(WS-IDX-POL)
075130     MOVE WS-POL-PROCESADOS(WS-IDX-POL)
075136         TO TOT-POL-PROCESADOS(WS-IDX-POL)
075142     MOVE WS-POL-PERFECTO(WS-IDX-POL)
075148         TO TOT-POL-PERFECTO(WS-IDX-POL)
075154     MOVE WS-POL-ACEPTADO(WS-IDX-POL)
075160         TO TOT-POL-ACEPTADO(WS-IDX-POL)
075166     MOVE WS-POL-CORTO(WS-IDX-POL) TO TOT-POL-CORTO(WS-IDX-POL)
075172     MOVE WS-POL-ERROR(WS-IDX-POL) TO TOT-POL-ERROR(WS-IDX-POL).
075178 6100-EXIT.
075184     EXIT.
075200*================================================================
075300 9000-TERMINATE.
075400*================================================================
075500     PERFORM 9100-ANOTAR-TROZO THRU 9100-EXIT
075600         VARYING WS-IDX FROM 1 BY 1
075700         UNTIL WS-IDX > WS-NUM-TROZOS
075800     MOVE "FISICOS DEL ORIGINAL" TO UNE-RESUMEN-ETIQUETA
075900     MOVE WS-ORI-FISICOS TO UNE-RESUMEN-VALOR
076000     WRITE UNE-RESUMEN-REGISTRO
076100     MOVE "TOTAL REGISTROS PROCESADOS" TO UNE-RESUMEN-ETIQUETA
076200     MOVE WS-TOTAL-PROCESADOS TO UNE-RESUMEN-VALOR
076300     WRITE UNE-RESUMEN-REGISTRO
076400     MOVE "TOTAL RECHAZADOS" TO UNE-RESUMEN-ETIQUETA
076500     MOVE WS-TOTAL-RECHAZADOS TO UNE-RESUMEN-VALOR
076600     WRITE UNE-RESUMEN-REGISTRO
076700     MOVE "IMAGENES DE RECHAZO CASADAS" TO UNE-RESUMEN-ETIQUETA
076800     MOVE WS-TOTAL-RECHAZOS-REJ TO UNE-RESUMEN-VALOR
076900     WRITE UNE-RESUMEN-REGISTRO
077000     IF TABLA-LLENA
077100         MOVE "AVISO: REPETIDOS QUE NO CABEN"
077200             TO UNE-RESUMEN-ETIQUETA
077300         MOVE WS-REPE-PERDIDOS TO UNE-RESUMEN-VALOR
077400         WRITE UNE-RESUMEN-REGISTRO
077500     END-IF
077600     IF CASADO-MAL
077700         MOVE "RESULTADO: CASADO ERRONEO" TO UNE-LINEA
077800         WRITE UNE-LINEA
077900         PERFORM 9200-EMITIR-ALERTA THRU 9200-EXIT
078000         MOVE 8 TO RETURN-CODE
078100     ELSE
078200         MOVE "RESULTADO: CASADO CORRECTO" TO UNE-LINEA
078300         WRITE UNE-LINEA
078400         IF TABLA-LLENA
078500             MOVE 4 TO RETURN-CODE
078600         END-IF
078700     END-IF
078800     IF NOT WS-CAT-NO-EXISTE
078900         CLOSE TROZO-RPT
079000     END-IF
079100     CLOSE PALINDROMO-RPT PALINDROMO-REJ UNE-RPT.
079200 9000-EXIT.
079300     EXIT.
079400*================================================================
079500 9100-ANOTAR-TROZO.
079600*================================================================
079700*    CADA TROZO: SU LINEA FIN DE TROZO CON LOS FISICOS Y EL HASH
079800*    DEL MANIFIESTO, Y SU PALINTOT CON LOS PROCESADOS DE SU
079900*    INFORME.
080000     MOVE SPACES TO UNE-TROZO-DET
080100     MOVE "TROZO " TO UNE-TRZ-LIT
080200     MOVE WS-IDX TO UNE-TRZ-NUMERO
080300     MOVE WS-TRZ-FISICOS(WS-IDX) TO UNE-TRZ-FISICOS
080400     MOVE WS-TRZ-LEIDOS(WS-IDX) TO UNE-TRZ-LEIDOS
080500     MOVE WS-TRZ-PROC-TOT(WS-IDX) TO UNE-TRZ-PROCESADOS
080600     MOVE WS-TRZ-RECH-TOT(WS-IDX) TO UNE-TRZ-RECHAZADOS
080700     EVALUATE TRUE
080800         WHEN WS-TRZ-FIN-VISTO(WS-IDX) NOT = "S"
080900             MOVE "SIN FIN" TO UNE-TRZ-ESTADO
081000             SET CASADO-MAL TO TRUE
081100         WHEN WS-TRZ-LEIDOS(WS-IDX) NOT = WS-TRZ-FISICOS(WS-IDX)
081200          OR WS-TRZ-HASH-LEIDO(WS-IDX) NOT = WS-TRZ-HASH(WS-IDX)
081300             MOVE "DESCUADRE" TO UNE-TRZ-ESTADO
081400             SET CASADO-MAL TO TRUE
081500         WHEN WS-TRZ-TOT-VISTO(WS-IDX) NOT = "S"
081600          OR WS-TRZ-PROC-TOT(WS-IDX) NOT = WS-TRZ-PROC-RPT(WS-IDX)
081700             MOVE "TOTALES" TO UNE-TRZ-ESTADO
081800             SET CASADO-MAL TO TRUE
081900         WHEN OTHER
082000             MOVE "CORRECTO" TO UNE-TRZ-ESTADO
082100     END-EVALUATE
082200     WRITE UNE-TROZO-DET.
082300 9100-EXIT.
082400     EXIT.
082500*================================================================
082600 9200-EMITIR-ALERTA.
082700*================================================================
082800*    EL DESCUADRE DEL CASADO NO PUEDE MORIR EN UNETXTRPT: QUEDA
082900*    COMO ALERTA CRITICA HASTA QUE ALGUIEN LA FIRME.
083000     MOVE SPACES TO ALR-STD-REGISTRO
083100     MOVE "UNETXT" TO ALR-STD-PROGRAMA
083200     MOVE "C" TO ALR-STD-SEVERIDAD
083300     MOVE "CASADO DE TROZOS DE PALINDROMO ERRONEO, VER UNETXTRPT"
083400         TO ALR-STD-TEXTO
083500     CALL "ALERTADOR" USING ALR-STD-REGISTRO.
083600 9200-EXIT.
083700     EXIT.
083800 END PROGRAM UNETXT.
