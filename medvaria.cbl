000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MEDVARIA.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME DE VARIACION DE
001300*                    REMEDICIONES: RECORRE EL HISTORICO MEDHIST EN
001400*                    ORDEN DE CLAVE Y, PARA CADA REFERENCIA MEDIDA
001500*                    EN LA FECHA DE NEGOCIO QUE YA TENIA UNA
001600*                    MEDICION ANTERIOR, COMPARA AREA Y PERIMETRO
001700*                    CON AQUELLA. LAS VARIACIONES QUE PASAN DE LA
001800*                    TOLERANCIA SE MARCAN EN MEDVAR Y DAN RC 4.
001900*----------------------------------------------------------------
002000* TARJETA OPCIONAL MEDVPARM: "TOLER" Y LA TOLERANCIA ABSOLUTA EN
002100* METROS (Y METROS CUADRADOS), 9(03)V9(04); POR DEFECTO 0.0100,
002200* LA MISMA QUE USA AREA_POL AL CONCILIAR. SOLO LEE EL HISTORICO.
002300*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
002700     SELECT MEDICION-HIST ASSIGN TO "MEDHIST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS MED-CLAVE
003100         FILE STATUS IS WS-MED-STATUS.
003200     SELECT VARIA-PARM ASSIGN TO "MEDVPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARM-STATUS.
003500     SELECT VARIA-RPT ASSIGN TO "MEDVAR"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA            DIVISION.
003800 FILE            SECTION.
003900 FD  MEDICION-HIST.
004000     COPY MEDREG.
004100 FD  VARIA-PARM
004200     RECORDING MODE IS F.
004300 01  PARM-REGISTRO.
004400     05  PARM-TIPO           PIC X(05).
004500     05  PARM-TOLERANCIA     PIC 9(03)V9(04).
004600 FD  VARIA-RPT
004700     RECORDING MODE IS F.
004800 01  RPT-LINEA               PIC X(140).
004900 01  RPT-DETALLE.
005000     05  RPT-REFERENCIA      PIC X(10).
005100     05  FILLER              PIC X(02).
005200     05  RPT-FECHA-ANT       PIC 9(08).
005300     05  FILLER              PIC X(01).
005400     05  RPT-AREA-ANT        PIC Z(10)9.9(04).
005500     05  FILLER              PIC X(01).
005600     05  RPT-AREA-NUEVA      PIC Z(10)9.9(04).
005700     05  FILLER              PIC X(01).
005800     05  RPT-AREA-DIF        PIC -(10)9.9(04).
005900     05  FILLER              PIC X(01).
006000     05  RPT-PERI-ANT        PIC Z(10)9.9(04).
006100     05  FILLER              PIC X(01).
006200     05  RPT-PERI-NUEVO      PIC Z(10)9.9(04).
006300     05  FILLER              PIC X(01).
006400     05  RPT-PERI-DIF        PIC -(10)9.9(04).
006500     05  FILLER              PIC X(02).
006600     05  RPT-MARCA           PIC X(05).
006700 01  RPT-RESUMEN-REGISTRO.
006800     05  RPT-RESUMEN-ETIQUETA PIC X(30).
006900     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
007000 WORKING-STORAGE SECTION.
007100*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007200     COPY FECNEG.
007300 01  WS-MED-STATUS           PIC X(02).
007400     88  WS-MED-FIN-FICHERO          VALUE "10".
007500 01  WS-PARM-STATUS          PIC X(02).
007600     88  WS-PARM-NO-EXISTE           VALUE "35".
007700     88  WS-PARM-FIN-FICHERO         VALUE "10".
007800 01  WS-MAESTRO-ABIERTO      PIC X(01) VALUE "N".
007900     88  MAESTRO-ABIERTO             VALUE "S".
008000 01  WS-TOLERANCIA           PIC 9(03)V9(04) VALUE 0.0100.
008100 01  WS-EDIT-FECHA           PIC 9(08).
008200 01  WS-EDIT-TOLERANCIA      PIC ZZ9.9(04).
008300*    MEDICION ANTERIOR DE LA REFERENCIA EN CURSO.
008400 01  WS-ANTERIOR.
008500     05  WS-ANT-REFERENCIA   PIC X(10) VALUE SPACES.
008600     05  WS-ANT-FECHA        PIC 9(08) VALUE ZERO.
008700     05  WS-ANT-AREA         PIC 9(11)V9(04) VALUE ZERO.
008800     05  WS-ANT-PERIMETRO    PIC 9(11)V9(04) VALUE ZERO.
008900 01  WS-DIF-AREA             PIC S9(11)V9(04) VALUE ZERO.
009000 01  WS-DIF-PERIMETRO        PIC S9(11)V9(04) VALUE ZERO.
009100 01  WS-CABECERA.
009200     05  FILLER              PIC X(12) VALUE "REFERENCIA".
009300     05  FILLER              PIC X(09) VALUE "FECHA ANT".
009400     05  FILLER              PIC X(17) VALUE
009500         "   AREA ANTERIOR ".
009600     05  FILLER              PIC X(17) VALUE
009700         "      AREA NUEVA ".
009800     05  FILLER              PIC X(17) VALUE
009900         "       DIF. AREA ".
010000     05  FILLER              PIC X(17) VALUE
010100         " PERIM. ANTERIOR ".
010200     05  FILLER              PIC X(17) VALUE
010300         "    PERIM. NUEVO ".
010400     05  FILLER              PIC X(16) VALUE
010500         "      DIF. PERIM".
010600     05  FILLER              PIC X(07) VALUE "  MARCA".
010700 01  WS-CONTADORES.
010800     05  WS-TOTAL-LEIDAS     PIC 9(07) COMP VALUE ZERO.
010900     05  WS-TOTAL-REMEDIDAS  PIC 9(07) COMP VALUE ZERO.
011000     05  WS-TOTAL-VARIAN     PIC 9(07) COMP VALUE ZERO.
011100 PROCEDURE       DIVISION.
011200*================================================================
011300 0000-MAINLINE.
011400*================================================================
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-COMPARAR-MEDICION THRU 2000-EXIT
011700         UNTIL WS-MED-FIN-FICHERO
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT
011900     GOBACK.
012000*================================================================
012100 1000-INITIALIZE.
012200*================================================================
012300     OPEN OUTPUT VARIA-RPT
012400     MOVE SPACES TO RPT-RESUMEN-REGISTRO
012500     CALL "FECHANEG" USING FEC-NEG-AREA
012600     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT
012700     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
012800     MOVE WS-TOLERANCIA TO WS-EDIT-TOLERANCIA
012900     MOVE SPACES TO RPT-LINEA
013000     STRING "REMEDICIONES DEL " WS-EDIT-FECHA
013100         "  TOLERANCIA " WS-EDIT-TOLERANCIA
013200         DELIMITED BY SIZE INTO RPT-LINEA
013300     END-STRING
013400     WRITE RPT-LINEA
013500     WRITE RPT-LINEA FROM WS-CABECERA
013600     OPEN INPUT MEDICION-HIST
013700     IF WS-MED-STATUS NOT = "00"
013800         MOVE "MEDHIST NO DISPONIBLE, SIN HISTORICO" TO RPT-LINEA
013900         WRITE RPT-LINEA
014000         MOVE "10" TO WS-MED-STATUS
014100         MOVE 4 TO RETURN-CODE
014200     ELSE
014300         SET MAESTRO-ABIERTO TO TRUE
014400         PERFORM 2100-LEER-MEDICION THRU 2100-EXIT
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800*================================================================
014900 1100-LEER-PARAMETROS.
015000*================================================================
015100     OPEN INPUT VARIA-PARM
015200     IF WS-PARM-NO-EXISTE
015300         GO TO 1100-EXIT
015400     END-IF
015500     PERFORM 1110-LEER-PARM THRU 1110-EXIT
015600     PERFORM 1120-PROCESAR-PARM THRU 1120-EXIT
015700         UNTIL WS-PARM-FIN-FICHERO
015800     CLOSE VARIA-PARM.
015900 1100-EXIT.
016000     EXIT.
016100*================================================================
016200 1110-LEER-PARM.
016300*================================================================
016400     READ VARIA-PARM
016500         AT END
016600             MOVE "10" TO WS-PARM-STATUS
016700     END-READ.
016800 1110-EXIT.
016900     EXIT.
017000*================================================================
017100 1120-PROCESAR-PARM.
017200*================================================================
017300     IF PARM-TIPO = "TOLER"
017400      AND PARM-TOLERANCIA IS NUMERIC
017500         MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
017600     END-IF
017700     PERFORM 1110-LEER-PARM THRU 1110-EXIT.
017800 1120-EXIT.
017900     EXIT.
018000*================================================================
018100 2000-COMPARAR-MEDICION.
018200*================================================================
018300*    EL HISTORICO VIENE EN ORDEN DE REFERENCIA Y FECHA: LA
018400*    MEDICION DE HOY SE COMPARA CON LA INMEDIATAMENTE ANTERIOR DE
018500*    LA MISMA REFERENCIA, SI LA HAY.
018600     IF MED-FECHA = FEC-NEG-FECHA
018700      AND MED-REFERENCIA = WS-ANT-REFERENCIA
018800         PERFORM 3000-ESCRIBIR-VARIACION THRU 3000-EXIT
018900     END-IF
019000     MOVE MED-REFERENCIA TO WS-ANT-REFERENCIA
019100     MOVE MED-FECHA TO WS-ANT-FECHA
019200     MOVE MED-AREA TO WS-ANT-AREA
019300     MOVE MED-PERIMETRO TO WS-ANT-PERIMETRO
019400     PERFORM 2100-LEER-MEDICION THRU 2100-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700*================================================================
019800 2100-LEER-MEDICION.
019900*================================================================
020000     READ MEDICION-HIST NEXT
020100         AT END
020200             MOVE "10" TO WS-MED-STATUS
020300     END-READ
020400*    CUALQUIER ESTADO DE ERROR CORTA EL RECORRIDO.
020500     IF WS-MED-STATUS NOT = "00" AND WS-MED-STATUS NOT = "10"
020600         MOVE "10" TO WS-MED-STATUS
020700     END-IF
020800     IF NOT WS-MED-FIN-FICHERO
020900         ADD 1 TO WS-TOTAL-LEIDAS
021000     END-IF.
021100 2100-EXIT.
021200     EXIT.
021300*================================================================
021400 3000-ESCRIBIR-VARIACION.
021500*================================================================
021600*    UNA LINEA POR REMEDICION; LA MARCA VARIA SALE CUANDO EL AREA
021700*    O EL PERIMETRO SE MUEVEN MAS QUE LA TOLERANCIA.
021800     ADD 1 TO WS-TOTAL-REMEDIDAS
021900     COMPUTE WS-DIF-AREA = MED-AREA - WS-ANT-AREA
022000     COMPUTE WS-DIF-PERIMETRO = MED-PERIMETRO - WS-ANT-PERIMETRO
022100     MOVE SPACES TO RPT-DETALLE
022200     MOVE MED-REFERENCIA TO RPT-REFERENCIA
022300     MOVE WS-ANT-FECHA TO RPT-FECHA-ANT
022400     MOVE WS-ANT-AREA TO RPT-AREA-ANT
022500     MOVE MED-AREA TO RPT-AREA-NUEVA
022600     MOVE WS-DIF-AREA TO RPT-AREA-DIF
022700     MOVE WS-ANT-PERIMETRO TO RPT-PERI-ANT
022800     MOVE MED-PERIMETRO TO RPT-PERI-NUEVO
022900     MOVE WS-DIF-PERIMETRO TO RPT-PERI-DIF
023000     IF WS-DIF-AREA > WS-TOLERANCIA
023100      OR WS-DIF-AREA < 0 - WS-TOLERANCIA
023200      OR WS-DIF-PERIMETRO > WS-TOLERANCIA
023300      OR WS-DIF-PERIMETRO < 0 - WS-TOLERANCIA
023400         MOVE "VARIA" TO RPT-MARCA
023500         ADD 1 TO WS-TOTAL-VARIAN
023600     END-IF
023700     WRITE RPT-DETALLE.
023800 3000-EXIT.
023900     EXIT.
024000*================================================================
024100 9000-TERMINATE.
024200*================================================================
024300     MOVE "MEDICIONES LEIDAS"         TO RPT-RESUMEN-ETIQUETA
024400     MOVE WS-TOTAL-LEIDAS             TO RPT-RESUMEN-VALOR
024500     WRITE RPT-RESUMEN-REGISTRO
024600     MOVE "REMEDICIONES DEL DIA"      TO RPT-RESUMEN-ETIQUETA
024700     MOVE WS-TOTAL-REMEDIDAS          TO RPT-RESUMEN-VALOR
024800     WRITE RPT-RESUMEN-REGISTRO
024900     MOVE "FUERA DE TOLERANCIA"       TO RPT-RESUMEN-ETIQUETA
025000     MOVE WS-TOTAL-VARIAN             TO RPT-RESUMEN-VALOR
025100     WRITE RPT-RESUMEN-REGISTRO
025200     IF WS-TOTAL-VARIAN > 0
025300         MOVE 4 TO RETURN-CODE
025400     END-IF
025500     IF MAESTRO-ABIERTO
025600         CLOSE MEDICION-HIST
025700     END-IF
025800     CLOSE VARIA-RPT.
025900 9000-EXIT.
026000     EXIT.
026100 END PROGRAM MEDVARIA.
