000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CXCANTIG.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME MENSUAL DE
001300*                    ANTIGUEDAD DE LA CARTERA DE CUENTAS POR
001400*                    COBRAR: RECORRE EL MAESTRO CXCMAST EN ORDEN
001500*                    DE CLAVE Y, PARA CADA CLIENTE, REPARTE EL
001600*                    SALDO VIVO DE SUS FACTURAS ABIERTAS EN LOS
001700*                    TRAMOS 0-30, 31-60, 61-90 Y MAS DE 90 DIAS
001800*                    DESDE LA FECHA DE FACTURA HASTA LA FECHA DE
001900*                    NEGOCIO, CON TOTAL GENERAL AL FINAL (CXCANT).
002000*----------------------------------------------------------------
002100* SE LANZA EN RUNCTL CON FRECUENCIA MENSUAL (M + DIA DEL MES) O
002200* A PETICION. SOLO LEE EL MAESTRO: NO CAMBIA NINGUN SALDO.
002300*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
002700     SELECT CARTERA-MAST ASSIGN TO "CXCMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS CXC-CLAVE
003100         FILE STATUS IS WS-CXC-STATUS.
003200     SELECT ANTIGUEDAD-RPT ASSIGN TO "CXCANT"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA            DIVISION.
003500 FILE            SECTION.
003600 FD  CARTERA-MAST.
003700     COPY CXCREG.
003800 FD  ANTIGUEDAD-RPT
003900     RECORDING MODE IS F.
004000 01  RPT-LINEA               PIC X(120).
004100 01  RPT-DETALLE.
004200     05  RPT-CLIENTE         PIC X(08).
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  RPT-FACTURAS        PIC Z(4)9.
004500     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  RPT-SALDO           PIC Z(12)9.99.
004700     05  RPT-TRAMO OCCURS 4 TIMES.
004800         10  FILLER          PIC X(02).
004900         10  RPT-TRAMO-IMPORTE PIC Z(12)9.99.
005000 01  RPT-RESUMEN-REGISTRO.
005100     05  RPT-RESUMEN-ETIQUETA PIC X(30).
005200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
005300 WORKING-STORAGE SECTION.
005400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
005500     COPY FECNEG.
005600 01  WS-CXC-STATUS           PIC X(02).
005700     88  WS-CXC-FIN-FICHERO          VALUE "10".
005800 01  WS-MAESTRO-ABIERTO      PIC X(01) VALUE "N".
005900     88  MAESTRO-ABIERTO             VALUE "S".
006000 01  WS-CLIENTE-ACTUAL       PIC X(08) VALUE SPACES.
006100 01  WS-DIAS                 PIC S9(07) VALUE ZERO.
006200 01  WS-TRAMO                PIC 9(01) COMP VALUE ZERO.
006300 01  WS-IDX-TRAMO            PIC 9(01) COMP VALUE ZERO.
006400 01  WS-EDIT-FECHA           PIC 9(08).
006500 01  WS-CABECERA.
006600     05  FILLER              PIC X(17) VALUE "CLIENTE   FACTS".
006700     05  FILLER              PIC X(16) VALUE "      SALDO VIVO".
006800     05  FILLER              PIC X(18) VALUE "         0-30 DIAS".
006900     05  FILLER              PIC X(18) VALUE "        31-60 DIAS".
007000     05  FILLER              PIC X(18) VALUE "        61-90 DIAS".
007100     05  FILLER              PIC X(18) VALUE "         + 90 DIAS".
007200*    ACUMULADORES DEL CLIENTE EN CURSO Y DEL TOTAL GENERAL.
007300 01  WS-ACUM-CLIENTE.
007400     05  WS-CLI-FACTURAS     PIC 9(05) COMP VALUE ZERO.
007500     05  WS-CLI-SALDO        PIC 9(13)V9(02) VALUE ZERO.
007600     05  WS-CLI-TRAMO OCCURS 4 TIMES
007700                             PIC 9(13)V9(02).
007800 01  WS-ACUM-TOTAL.
007900     05  WS-TOT-FACTURAS     PIC 9(05) COMP VALUE ZERO.
008000     05  WS-TOT-SALDO        PIC 9(13)V9(02) VALUE ZERO.
008100     05  WS-TOT-TRAMO OCCURS 4 TIMES
008200                             PIC 9(13)V9(02).
008300 01  WS-CONTADORES.
008400     05  WS-TOTAL-LEIDAS     PIC 9(07) COMP VALUE ZERO.
008500     05  WS-TOTAL-ABIERTAS   PIC 9(07) COMP VALUE ZERO.
008600     05  WS-TOTAL-CLIENTES   PIC 9(07) COMP VALUE ZERO.
008700 PROCEDURE       DIVISION.
008800*================================================================
008900 0000-MAINLINE.
009000*================================================================
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009200     PERFORM 2000-CLASIFICAR-FACTURA THRU 2000-EXIT
009300         UNTIL WS-CXC-FIN-FICHERO
009400     PERFORM 9000-TERMINATE THRU 9000-EXIT
009500     GOBACK.
009600*================================================================
009700 1000-INITIALIZE.
009800*================================================================
009900     OPEN OUTPUT ANTIGUEDAD-RPT
010000     MOVE SPACES TO RPT-RESUMEN-REGISTRO
010100     CALL "FECHANEG" USING FEC-NEG-AREA
010200     INITIALIZE WS-ACUM-CLIENTE WS-ACUM-TOTAL
010300     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
010400     MOVE SPACES TO RPT-LINEA
010500     STRING "ANTIGUEDAD DE LA CARTERA A " WS-EDIT-FECHA
010600         DELIMITED BY SIZE INTO RPT-LINEA
010700     END-STRING
010800     WRITE RPT-LINEA
010900     WRITE RPT-LINEA FROM WS-CABECERA
011000     OPEN INPUT CARTERA-MAST
011100     IF WS-CXC-STATUS NOT = "00"
011200         MOVE "CXCMAST NO DISPONIBLE, CARTERA VACIA" TO RPT-LINEA
011300         WRITE RPT-LINEA
011400         MOVE "10" TO WS-CXC-STATUS
011500         MOVE 4 TO RETURN-CODE
011600     ELSE
011700         SET MAESTRO-ABIERTO TO TRUE
011800         PERFORM 2100-LEER-CARTERA THRU 2100-EXIT
011900     END-IF.
012000 1000-EXIT.
012100     EXIT.
012200*================================================================
012300 2000-CLASIFICAR-FACTURA.
012400*================================================================
012500*    EL MAESTRO VIENE EN ORDEN DE CLIENTE: AL CAMBIAR DE CLIENTE
012600*    SE ESCRIBE LA LINEA DEL ANTERIOR.
012700     IF CXC-CERRADA OR CXC-SALDO = 0
012800         GO TO 2000-SIGUIENTE
012900     END-IF
013000     IF CXC-CLIENTE NOT = WS-CLIENTE-ACTUAL
013100         PERFORM 3000-ESCRIBIR-CLIENTE THRU 3000-EXIT
013200         MOVE CXC-CLIENTE TO WS-CLIENTE-ACTUAL
013300     END-IF
013400     ADD 1 TO WS-TOTAL-ABIERTAS
013500     COMPUTE WS-DIAS =
013600         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
013700       - FUNCTION INTEGER-OF-DATE(CXC-FECHA-FACTURA)
013800     EVALUATE TRUE
013900         WHEN WS-DIAS <= 30
014000             MOVE 1 TO WS-TRAMO
014100         WHEN WS-DIAS <= 60
014200             MOVE 2 TO WS-TRAMO
014300         WHEN WS-DIAS <= 90
014400             MOVE 3 TO WS-TRAMO
014500         WHEN OTHER
014600             MOVE 4 TO WS-TRAMO
014700     END-EVALUATE
014800     ADD 1 TO WS-CLI-FACTURAS
014900     ADD CXC-SALDO TO WS-CLI-SALDO WS-CLI-TRAMO(WS-TRAMO).
015000 2000-SIGUIENTE.
015100     PERFORM 2100-LEER-CARTERA THRU 2100-EXIT.
015200 2000-EXIT.
015300     EXIT.
015400*================================================================
015500 2100-LEER-CARTERA.
015600*================================================================
015700     READ CARTERA-MAST NEXT
015800         AT END
015900             MOVE "10" TO WS-CXC-STATUS
016000     END-READ
016100*    CUALQUIER ESTADO DE ERROR CORTA EL RECORRIDO.
016200     IF WS-CXC-STATUS NOT = "00" AND WS-CXC-STATUS NOT = "10"
016300         MOVE "10" TO WS-CXC-STATUS
016400     END-IF
016500     IF NOT WS-CXC-FIN-FICHERO
016600         ADD 1 TO WS-TOTAL-LEIDAS
016700     END-IF.
016800 2100-EXIT.
016900     EXIT.
017000*================================================================
017100 3000-ESCRIBIR-CLIENTE.
017200*================================================================
017300*    LINEA DEL CLIENTE EN CURSO Y ACUMULACION AL TOTAL GENERAL.
017400     IF WS-CLI-FACTURAS = 0
017500         GO TO 3000-EXIT
017600     END-IF
017700     MOVE SPACES TO RPT-DETALLE
017800     MOVE WS-CLIENTE-ACTUAL TO RPT-CLIENTE
017900     MOVE WS-CLI-FACTURAS TO RPT-FACTURAS
018000     MOVE WS-CLI-SALDO TO RPT-SALDO
018100     PERFORM 3100-EDITAR-TRAMO THRU 3100-EXIT
018200         VARYING WS-IDX-TRAMO FROM 1 BY 1
018300         UNTIL WS-IDX-TRAMO > 4
018400     WRITE RPT-DETALLE
018500     ADD 1 TO WS-TOTAL-CLIENTES
018600     ADD WS-CLI-FACTURAS TO WS-TOT-FACTURAS
018700     ADD WS-CLI-SALDO TO WS-TOT-SALDO
018800     INITIALIZE WS-ACUM-CLIENTE.
018900 3000-EXIT.
019000     EXIT.
019100*================================================================
019200 3100-EDITAR-TRAMO.
019300*================================================================
019400     MOVE WS-CLI-TRAMO(WS-IDX-TRAMO)
019500         TO RPT-TRAMO-IMPORTE(WS-IDX-TRAMO)
019600     ADD WS-CLI-TRAMO(WS-IDX-TRAMO) TO WS-TOT-TRAMO(WS-IDX-TRAMO).
019700 3100-EXIT.
019800     EXIT.
019900*================================================================
020000 9000-TERMINATE.
020100*================================================================
020200     PERFORM 3000-ESCRIBIR-CLIENTE THRU 3000-EXIT
020300     MOVE SPACES TO RPT-DETALLE
020400     MOVE "TOTAL" TO RPT-CLIENTE
020500     MOVE WS-TOT-FACTURAS TO RPT-FACTURAS
020600     MOVE WS-TOT-SALDO TO RPT-SALDO
020700     PERFORM 9100-EDITAR-TOTAL THRU 9100-EXIT
020800         VARYING WS-IDX-TRAMO FROM 1 BY 1
020900         UNTIL WS-IDX-TRAMO > 4
021000     WRITE RPT-DETALLE
021100     MOVE "FACTURAS LEIDAS"           TO RPT-RESUMEN-ETIQUETA
021200     MOVE WS-TOTAL-LEIDAS             TO RPT-RESUMEN-VALOR
021300     WRITE RPT-RESUMEN-REGISTRO
021400     MOVE "FACTURAS ABIERTAS"         TO RPT-RESUMEN-ETIQUETA
021500     MOVE WS-TOTAL-ABIERTAS           TO RPT-RESUMEN-VALOR
021600     WRITE RPT-RESUMEN-REGISTRO
021700     MOVE "CLIENTES CON SALDO"        TO RPT-RESUMEN-ETIQUETA
021800     MOVE WS-TOTAL-CLIENTES           TO RPT-RESUMEN-VALOR
021900     WRITE RPT-RESUMEN-REGISTRO
022000     IF MAESTRO-ABIERTO
022100         CLOSE CARTERA-MAST
022200     END-IF
022300     CLOSE ANTIGUEDAD-RPT.
022400 9000-EXIT.
022500     EXIT.
022600*================================================================
022700 9100-EDITAR-TOTAL.
022800*================================================================
022900     MOVE WS-TOT-TRAMO(WS-IDX-TRAMO)
023000         TO RPT-TRAMO-IMPORTE(WS-IDX-TRAMO).
023100 9100-EXIT.
023200     EXIT.
023300 END PROGRAM CXCANTIG.
