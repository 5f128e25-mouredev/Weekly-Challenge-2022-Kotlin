000550*                    DE VOLUMEN ESPERADO DEL MAESTRO DE CLIENTES
000560*                    (CLIMAST); CADA CLIENTE SALE COMO EN BANDA,
000570*                    FUERA DE BANDA O SIN FICHA EN EL MAESTRO.
000571* 2026-10-15  MNT    NUEVA SECCION CORRIDAS INTRADIA: LAS
000572*                    METRICAS DE LA FECHA DE NEGOCIO CON CORRIDA
000573*                    DEL RANGO INTRADIA (9001-9999) SE SUMAN POR
000574*                    PROGRAMA (CORRIDAS, PROCESADOS, RECHAZADOS)
000575*                    EN SU PROPIA LINEA. NO PASAN A TABLEROHOY NI
000576*                    AL HISTORICO: LA LINEA BASE ES DE LA NOCHE.
000577* 2026-10-15  MNT    LA FICHA DE CLIMAST SE DECLARA ENTERA (76
000578*                    POSICIONES), CON LA REGION FISCAL Y LA
000579*                    POLITICA DE VEREDICTO QUE LLEVA AL FINAL.
000581* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
000583*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
000585*                    ESCRIBEN EL MAESTRO.
000587*----------------------------------------------------------------
000590 ENVIRONMENT     DIVISION.
000600 INPUT-OUTPUT    SECTION.
000610 FILE-CONTROL.
001020         FILE STATUS IS WS-CLM-STATUS.
001030     SELECT TABLERO-RPT ASSIGN TO "TABLERPT"
001040         ORGANIZATION IS LINE SEQUENTIAL.
001041     SELECT METRICAS-FILE ASSIGN TO "METRICAS"
001042         ORGANIZATION IS LINE SEQUENTIAL
001043         FILE STATUS IS WS-MET-STATUS.
001050 DATA            DIVISION.
001060 FILE            SECTION.
001070 FD  PALINDROMO-RPT
001610     05  UMB-PCT             PIC 9(03).
001620 FD  CLIENTE-MAST
001630     RECORDING MODE IS F.
001650     COPY CLIREG.
001710 FD  TABLERO-RPT
001720     RECORDING MODE IS F.
001730 01  RPT-LINEA               PIC X(90).
001910     05  RPT-CLI-BANDA-MAX   PIC Z(8)9.
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  RPT-CLI-MARCA       PIC X(15).
001931 FD  METRICAS-FILE.
001932 01  MET-REGISTRO.
001933     05  MET-REG-PROGRAMA    PIC X(08).
001934     05  MET-REG-FECHA       PIC 9(08).
001935     05  MET-REG-CORRIDA     PIC 9(04).
001936     05  MET-REG-LEIDOS      PIC 9(09).
001937     05  MET-REG-ESCRITOS    PIC 9(09).
001938     05  MET-REG-RECHAZADOS  PIC 9(09).
001939     05  FILLER              PIC X(28).
001940 WORKING-STORAGE SECTION.
001950*    REGISTRO DE ALERTA ESTANDAR PARA EL MODULO ALERTADOR.
001960     COPY ALRSTD.
002180     88  WS-CLM-FIN-FICHERO          VALUE "10".
002190 01  WS-HAY-CLIMAST          PIC X(01) VALUE "N".
002200     88  HAY-CLIMAST                 VALUE "S".
002201 01  WS-MET-STATUS           PIC X(02).
002202     88  WS-MET-NO-EXISTE            VALUE "35".
002203     88  WS-MET-FIN-FICHERO          VALUE "10".
002204 01  WS-IDX-INTRA            PIC 9(02) COMP VALUE ZERO.
002205 01  WS-IDX-INTRA-HALLADO    PIC 9(02) COMP VALUE ZERO.
002210*----------------------------------------------------------------
002220* VOLUMEN POR CLIENTE: LOS SUBTOTALES DE PALINDRPT SE SUMAN POR
002230* CODIGO (LA CABECERA "CLIENTE: " ABRE EL CODIGO EN CURSO) Y SE
003230     05  WS-VALOR            PIC 9(12).
003240     05  WS-FILA-ACTUAL      PIC 9(01).
003250     05  WS-DESVIACION       PIC S9(10).
003251*    CORRIDAS INTRADIA DE LA FECHA DE NEGOCIO, POR PROGRAMA.
003252 01  WS-TABLA-INTRADIA.
003253     05  WS-NUM-INTRA        PIC 9(02) COMP VALUE ZERO.
003254     05  WS-INTRA-ENTRY OCCURS 20 TIMES.
003255         10  WS-INTRA-PROGRAMA   PIC X(08).
003256         10  WS-INTRA-CORRIDAS   PIC 9(04) COMP.
003257         10  WS-INTRA-LEIDOS     PIC 9(09) COMP.
003258         10  WS-INTRA-RECHAZADOS PIC 9(09) COMP.
003259 01  WS-EDIT-CORRIDAS        PIC Z(3)9.
003260 PROCEDURE       DIVISION.
003270*================================================================
003280 0000-MAINLINE.
003390     PERFORM 2900-EXPLORAR-MISSOUT THRU 2900-EXIT
003400     PERFORM 4000-ESCRIBIR-TABLERO THRU 4000-EXIT
003410     PERFORM 4500-ESCRIBIR-CLIENTES THRU 4500-EXIT
003415     PERFORM 4800-ESCRIBIR-INTRADIA THRU 4800-EXIT
003420     PERFORM 4700-GRABAR-HISTORICO THRU 4700-EXIT
003430     PERFORM 9000-TERMINATE THRU 9000-EXIT
003440     GOBACK.
004230     PERFORM 1500-CARGAR-DIA-ANTERIOR THRU 1500-EXIT
004240     PERFORM 1700-CARGAR-HISTORICO THRU 1700-EXIT
004250     PERFORM 1800-CARGAR-UMBRALES THRU 1800-EXIT
004260     PERFORM 1600-CARGAR-CLIENTES THRU 1600-EXIT
004265     PERFORM 1900-CARGAR-INTRADIA THRU 1900-EXIT.
004270 1000-EXIT.
004280     EXIT.
004290*================================================================
011440     CLOSE TABLERO-RPT TABLERO-HOY.
011450 9000-EXIT.
011460     EXIT.
011470*================================================================
011480 1900-CARGAR-INTRADIA.
011490*================================================================
011500*    LAS CORRIDAS INTRADIA NO DEJAN INFORME VIVO (SUS SALIDAS VAN
011510*    A GENERACIONES PROPIAS): SE CUENTAN DESDE METRICAS.
011520     OPEN INPUT METRICAS-FILE
011530     IF WS-MET-NO-EXISTE
011540         GO TO 1900-EXIT
011550     END-IF
011560     PERFORM 1910-LEER-METRICA THRU 1910-EXIT
011570     PERFORM 1920-ANOTAR-METRICA THRU 1920-EXIT
011580         UNTIL WS-MET-FIN-FICHERO
011590     CLOSE METRICAS-FILE.
011600 1900-EXIT.
011610     EXIT.
011620*================================================================
011630 1910-LEER-METRICA.
011640*================================================================
011650     READ METRICAS-FILE
011660         AT END
011670             MOVE "10" TO WS-MET-STATUS
011680     END-READ.
011690 1910-EXIT.
011700     EXIT.
011710*================================================================
011720 1920-ANOTAR-METRICA.
011730*================================================================
011740     IF MET-REG-FECHA NOT = FEC-NEG-FECHA
011750      OR MET-REG-CORRIDA < 9001
011760         GO TO 1920-SIGUIENTE
011770     END-IF
011780     MOVE 0 TO WS-IDX-INTRA-HALLADO
011790     PERFORM 1930-COMPARAR-PROGRAMA THRU 1930-EXIT
011800         VARYING WS-IDX-INTRA FROM 1 BY 1
011810         UNTIL WS-IDX-INTRA > WS-NUM-INTRA
011820            OR WS-IDX-INTRA-HALLADO > 0
011830     IF WS-IDX-INTRA-HALLADO = 0 AND WS-NUM-INTRA < 20
011840         ADD 1 TO WS-NUM-INTRA
011850         MOVE WS-NUM-INTRA TO WS-IDX-INTRA-HALLADO
011860         MOVE MET-REG-PROGRAMA TO WS-INTRA-PROGRAMA(WS-NUM-INTRA)
011870         MOVE 0 TO WS-INTRA-CORRIDAS(WS-NUM-INTRA)
011880                   WS-INTRA-LEIDOS(WS-NUM-INTRA)
011890                   WS-INTRA-RECHAZADOS(WS-NUM-INTRA)
011900     END-IF
011910     IF WS-IDX-INTRA-HALLADO > 0
011920         ADD 1 TO WS-INTRA-CORRIDAS(WS-IDX-INTRA-HALLADO)
011930         ADD MET-REG-LEIDOS
011940             TO WS-INTRA-LEIDOS(WS-IDX-INTRA-HALLADO)
011950         ADD MET-REG-RECHAZADOS
011960             TO WS-INTRA-RECHAZADOS(WS-IDX-INTRA-HALLADO)
011970     END-IF.
011980 1920-SIGUIENTE.
011990     PERFORM 1910-LEER-METRICA THRU 1910-EXIT.
012000 1920-EXIT.
012010     EXIT.
012020*================================================================
012030 1930-COMPARAR-PROGRAMA.
012040*================================================================
012050     IF WS-INTRA-PROGRAMA(WS-IDX-INTRA) = MET-REG-PROGRAMA
012060         MOVE WS-IDX-INTRA TO WS-IDX-INTRA-HALLADO
012070     END-IF.
012080 1930-EXIT.
012090     EXIT.
012100*================================================================
012110 4800-ESCRIBIR-INTRADIA.
012120*================================================================
012130*    UNA LINEA POR PROGRAMA CON CORRIDAS INTRADIA EN LA FECHA DE
012140*    NEGOCIO; FUERA DEL CUADRO DE LA NOCHE Y DE SU HISTORICO.
012150     IF WS-NUM-INTRA = 0
012160         GO TO 4800-EXIT
012170     END-IF
012180     MOVE "CORRIDAS INTRADIA" TO RPT-LINEA
012190     WRITE RPT-LINEA
012200     PERFORM 4810-ESCRIBIR-UNA-INTRADIA THRU 4810-EXIT
012210         VARYING WS-IDX-INTRA FROM 1 BY 1
012220         UNTIL WS-IDX-INTRA > WS-NUM-INTRA.
012230 4800-EXIT.
012240     EXIT.
012250*================================================================
012260 4810-ESCRIBIR-UNA-INTRADIA.
012270*================================================================
012280     MOVE SPACES TO RPT-FILA
012290     MOVE WS-INTRA-PROGRAMA(WS-IDX-INTRA) TO RPT-PROGRAMA
012300     MOVE WS-INTRA-LEIDOS(WS-IDX-INTRA) TO RPT-PROCESADOS
012310     MOVE WS-INTRA-RECHAZADOS(WS-IDX-INTRA) TO RPT-RECHAZADOS
012320     MOVE 0 TO RPT-ANOMALIAS
012330     MOVE WS-INTRA-CORRIDAS(WS-IDX-INTRA) TO WS-EDIT-CORRIDAS
012340     STRING "CORRIDAS INTRADIA: " DELIMITED BY SIZE
012350         WS-EDIT-CORRIDAS DELIMITED BY SIZE
012360         INTO RPT-AVISO
012370     END-STRING
012380     WRITE RPT-FILA.
012390 4810-EXIT.
012400     EXIT.
012410 END PROGRAM TABLERO.
