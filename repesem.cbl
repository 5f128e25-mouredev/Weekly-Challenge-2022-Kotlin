000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REPESEM.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE VALIDACION DE TEXTOS.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME SEMANAL DE TEXTOS
001300*                    REPETIDOS POR CLIENTE PARA GESTION DE
001400*                    CUENTAS: LEE LOS REGISTROS DE VOLUMEN DE
001500*                    PALINDROMO EN VOLTXT DE LOS ULTIMOS SIETE
001600*                    DIAS DE NEGOCIO Y LISTA, POR CLIENTE, LOS
001700*                    TEXTOS VALIDADOS, LOS QUE YA SE HABIAN
001800*                    ENVIADO ANTES Y LA TASA DE REPETICION, CON
001900*                    AVISO A PARTIR DEL 20 POR CIENTO.
002000*----------------------------------------------------------------
002100 ENVIRONMENT     DIVISION.
002200 INPUT-OUTPUT    SECTION.
002300 FILE-CONTROL.
002400     SELECT REPESEM-VOL ASSIGN TO "VOLTXT"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-VOL-STATUS.
002700     SELECT REPESEM-RPT ASSIGN TO "REPESRPT"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900 DATA            DIVISION.
003000 FILE            SECTION.
003100 FD  REPESEM-VOL
003200     RECORDING MODE IS F.
003300     COPY VOLREG.
003400 FD  REPESEM-RPT
003500     RECORDING MODE IS F.
003600 01  RPT-LINEA               PIC X(90).
003700 01  RPT-DETALLE.
003800     05  RPT-CLIENTE         PIC X(08).
003900     05  FILLER              PIC X(02) VALUE SPACES.
004000     05  RPT-TEXTOS          PIC Z(8)9.
004100     05  FILLER              PIC X(02) VALUE SPACES.
004200     05  RPT-REPETIDOS       PIC Z(8)9.
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  RPT-PCT-REPETIDO    PIC ZZ9.99.
004500     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  RPT-MARCA           PIC X(20).
004700 01  RPT-RESUMEN-REGISTRO.
004800     05  RPT-RESUMEN-ETIQUETA PIC X(30).
004900     05  RPT-RESUMEN-VALOR    PIC Z(8)9.99.
005000 WORKING-STORAGE SECTION.
005100 01  WS-VOL-STATUS           PIC X(02).
005200     88  WS-VOL-NO-EXISTE            VALUE "35".
005300     88  WS-VOL-FIN-FICHERO          VALUE "10".
005400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
005500     COPY FECNEG.
005600 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
005700*----------------------------------------------------------------
005800* VENTANA DEL INFORME: LOS SIETE DIAS DE NEGOCIO QUE TERMINAN EN
005900* LA FECHA DE NEGOCIO DE HOY, AMBOS INCLUIDOS.
006000*----------------------------------------------------------------
006100 01  WS-VENTANA.
006200     05  WS-DIA-HOY          PIC S9(07) COMP VALUE ZERO.
006300     05  WS-DIAS-ATRAS       PIC S9(07) COMP VALUE ZERO.
006400*----------------------------------------------------------------
006500* ACUMULADOS POR CLIENTE EN ORDEN DE APARICION. UN CLIENTE QUE NO
006600* CABE SE SUMA SOLO A LOS TOTALES Y SE AVISA AL PIE.
006700*----------------------------------------------------------------
006800 01  WS-TABLA-CLIENTES.
006900     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
007000     05  WS-CLI-ENTRY OCCURS 500 TIMES.
007100         10  WS-CLI-CODIGO       PIC X(08).
007200         10  WS-CLI-TEXTOS       PIC 9(09).
007300         10  WS-CLI-REPETIDOS    PIC 9(09).
007400 01  WS-CALCULOS.
007500     05  WS-PCT              PIC 9(03)V99 VALUE ZERO.
007600     05  WS-TOTAL-TEXTOS     PIC 9(10) VALUE ZERO.
007700     05  WS-TOTAL-REPETIDOS  PIC 9(10) VALUE ZERO.
007800     05  WS-SIN-SITIO        PIC 9(05) COMP VALUE ZERO.
007900 PROCEDURE       DIVISION.
008000*================================================================
008100 0000-MAINLINE.
008200*================================================================
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008400     PERFORM 3000-ESCRIBIR-REPETIDOS THRU 3000-EXIT
008500     PERFORM 9000-TERMINATE THRU 9000-EXIT
008600     GOBACK.
008700*================================================================
008800 1000-INITIALIZE.
008900*================================================================
009000     CALL "FECHANEG" USING FEC-NEG-AREA
009100     COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
009200     OPEN OUTPUT REPESEM-RPT
009300     MOVE SPACES TO RPT-DETALLE
009400     OPEN INPUT REPESEM-VOL
009500     IF WS-VOL-NO-EXISTE
009600         MOVE "SIN FICHERO DE VOLUMEN VOLTXT" TO RPT-LINEA
009700         WRITE RPT-LINEA
009800         MOVE 8 TO RETURN-CODE
009900     ELSE
010000         PERFORM 1100-LEER-VOLUMEN THRU 1100-EXIT
010100         PERFORM 1200-ANOTAR-VOLUMEN THRU 1200-EXIT
010200             UNTIL WS-VOL-FIN-FICHERO
010300         CLOSE REPESEM-VOL
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700*================================================================
010800 1100-LEER-VOLUMEN.
010900*================================================================
011000     READ REPESEM-VOL
011100         AT END
011200             MOVE "10" TO WS-VOL-STATUS
011300     END-READ.
011400 1100-EXIT.
011500     EXIT.
011600*================================================================
011700 1200-ANOTAR-VOLUMEN.
011800*================================================================
011900*    SOLO CUENTAN LOS REGISTROS DE VOLUMEN DE PALINDROMO DENTRO
012000*    DE LA VENTANA; LOS RECHAZOS NO SE COMPRUEBAN COMO REPETIDOS.
012100     IF NOT VOL-ES-VOLUMEN
012200        OR VOL-PROGRAMA NOT = "PALINDRO"
012300        OR VOL-FECHA NOT NUMERIC
012400         GO TO 1200-LEER
012500     END-IF
012600     COMPUTE WS-DIAS-ATRAS =
012700         WS-DIA-HOY - FUNCTION INTEGER-OF-DATE(VOL-FECHA)
012800     IF WS-DIAS-ATRAS < 0 OR WS-DIAS-ATRAS > 6
012900         GO TO 1200-LEER
013000     END-IF
013100     IF VOL-REPETIDOS NOT NUMERIC
013200         MOVE 0 TO VOL-REPETIDOS
013300     END-IF
013400     ADD VOL-FACTURABLES TO WS-TOTAL-TEXTOS
013500     ADD VOL-REPETIDOS TO WS-TOTAL-REPETIDOS
013600     PERFORM 1300-BUSCAR-CLIENTE THRU 1300-EXIT
013700         VARYING WS-IDX FROM 1 BY 1
013800         UNTIL WS-IDX > WS-NUM-CLIENTES
013900            OR WS-CLI-CODIGO(WS-IDX) = VOL-CLIENTE
014000     IF WS-IDX > WS-NUM-CLIENTES
014100         IF WS-NUM-CLIENTES < 500
014200             ADD 1 TO WS-NUM-CLIENTES
014300             MOVE VOL-CLIENTE TO WS-CLI-CODIGO(WS-IDX)
014400             MOVE 0 TO WS-CLI-TEXTOS(WS-IDX)
014500             MOVE 0 TO WS-CLI-REPETIDOS(WS-IDX)
014600         ELSE
014700             ADD 1 TO WS-SIN-SITIO
014800             GO TO 1200-LEER
014900         END-IF
015000     END-IF
015100     ADD VOL-FACTURABLES TO WS-CLI-TEXTOS(WS-IDX)
015200     ADD VOL-REPETIDOS TO WS-CLI-REPETIDOS(WS-IDX).
015300 1200-LEER.
015400     PERFORM 1100-LEER-VOLUMEN THRU 1100-EXIT.
015500 1200-EXIT.
015600     EXIT.
015700*================================================================
015800 1300-BUSCAR-CLIENTE.
015900*================================================================
016000*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
016100     CONTINUE.
016200 1300-EXIT.
016300     EXIT.
016400*================================================================
016500 3000-ESCRIBIR-REPETIDOS.
016600*================================================================
016700     MOVE "TEXTOS REPETIDOS POR CLIENTE - ULTIMOS SIETE DIAS"
016800         TO RPT-LINEA
016900     WRITE RPT-LINEA
017000     MOVE SPACES TO RPT-LINEA
017100     STRING "CLIENTE       TEXTOS  REPETIDOS  PCT REP"
017200         DELIMITED BY SIZE
017300         INTO RPT-LINEA
017400     END-STRING
017500     WRITE RPT-LINEA
017600     PERFORM 3100-ESCRIBIR-CLIENTE THRU 3100-EXIT
017700         VARYING WS-IDX FROM 1 BY 1
017800         UNTIL WS-IDX > WS-NUM-CLIENTES
017900     MOVE "TEXTOS VALIDADOS SEMANA:      " TO RPT-RESUMEN-ETIQUETA
018000     MOVE WS-TOTAL-TEXTOS TO RPT-RESUMEN-VALOR
018100     WRITE RPT-RESUMEN-REGISTRO
018200     MOVE "TEXTOS REPETIDOS SEMANA:      " TO RPT-RESUMEN-ETIQUETA
018300     MOVE WS-TOTAL-REPETIDOS TO RPT-RESUMEN-VALOR
018400     WRITE RPT-RESUMEN-REGISTRO
018500     IF WS-TOTAL-TEXTOS > 0
018600         COMPUTE WS-PCT ROUNDED =
018700             (WS-TOTAL-REPETIDOS * 100) / WS-TOTAL-TEXTOS
018800     ELSE
018900         MOVE 0 TO WS-PCT
019000     END-IF
019100     MOVE "TASA DE REPETICION (PCT):     " TO RPT-RESUMEN-ETIQUETA
019200     MOVE WS-PCT TO RPT-RESUMEN-VALOR
019300     WRITE RPT-RESUMEN-REGISTRO
019400     IF WS-SIN-SITIO > 0
019500         MOVE "AVISO: CLIENTES SIN SITIO EN TABLA, SOLO EN TOTAL"
019600             TO RPT-LINEA
019700         WRITE RPT-LINEA
019800         MOVE 4 TO RETURN-CODE
019900     END-IF.
020000 3000-EXIT.
020100     EXIT.
020200*================================================================
020300 3100-ESCRIBIR-CLIENTE.
020400*================================================================
020500     MOVE SPACES TO RPT-DETALLE
020600     MOVE WS-CLI-CODIGO(WS-IDX) TO RPT-CLIENTE
020700     MOVE WS-CLI-TEXTOS(WS-IDX) TO RPT-TEXTOS
020800     MOVE WS-CLI-REPETIDOS(WS-IDX) TO RPT-REPETIDOS
020900     IF WS-CLI-TEXTOS(WS-IDX) > 0
021000         COMPUTE WS-PCT ROUNDED =
021100             (WS-CLI-REPETIDOS(WS-IDX) * 100)
021200             / WS-CLI-TEXTOS(WS-IDX)
021300     ELSE
021400         MOVE 0 TO WS-PCT
021500     END-IF
021600     MOVE WS-PCT TO RPT-PCT-REPETIDO
021700     IF WS-PCT >= 20
021800         MOVE "AVISO: REENVIA" TO RPT-MARCA
021900     END-IF
022000     WRITE RPT-DETALLE.
022100 3100-EXIT.
022200     EXIT.
022300*================================================================
022400 9000-TERMINATE.
022500*================================================================
022600     CLOSE REPESEM-RPT.
022700 9000-EXIT.
022800     EXIT.
022900 END PROGRAM REPESEM.
