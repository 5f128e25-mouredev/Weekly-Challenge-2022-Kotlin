000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ORDEXCEP.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. INFORME DIARIO DE
001300*                    EXCEPCIONES DEL CICLO DE VIDA DE ORDENES:
001400*                    RECORRE ORDMAST Y LISTA EN ORDEXC EL TRABAJO
001500*                    MEDIDO SIN FACTURAR, LAS ORDENES RECHAZADAS
001600*                    DESDE HACE MAS DE N DIAS LABORABLES SIN
001700*                    VOLVER A MEDIRSE Y LAS REFERENCIAS
001800*                    FACTURADAS MAS DE UNA VEZ. RC 4 SI HAY
001900*                    ALGUNA EXCEPCION.
001910* 2026-10-15  MNT    EL AREA DEL CALENDARIO SE LIMPIA ANTES DE LA
001920*                    LLAMADA: EL CORTE SE CALCULA SIEMPRE CON EL
001930*                    CALENDARIO NACIONAL (REGION EN BLANCO).
002000*----------------------------------------------------------------
002100* TARJETA OPCIONAL ORDXPARM: "DIASR" Y EL NUMERO DE DIAS
002200* LABORABLES, 9(03), QUE PUEDE ESTAR UNA ORDEN RECHAZADA; POR
002300* DEFECTO 5. EL CORTE SE CALCULA CON EL CALENDARIO LABORAL
002400* COMPARTIDO; SI NO ALCANZA, EN DIAS CIVILES Y SE AVISA. LAS
002500* ORDENES CERRADAS NO SON EXCEPCION. SOLO LEE EL MAESTRO.
002600*----------------------------------------------------------------
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
002900 FILE-CONTROL.
003000     SELECT ORDEN-MAST ASSIGN TO "ORDMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS ORM-REFERENCIA
003400         FILE STATUS IS WS-ORM-STATUS.
003500     SELECT EXCEP-PARM ASSIGN TO "ORDXPARM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PARM-STATUS.
003800     SELECT EXCEP-RPT ASSIGN TO "ORDEXC"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA            DIVISION.
004100 FILE            SECTION.
004200 FD  ORDEN-MAST.
004300     COPY ORDREG.
004400 FD  EXCEP-PARM
004500     RECORDING MODE IS F.
004600 01  PARM-REGISTRO.
004700     05  PARM-TIPO           PIC X(05).
004800     05  PARM-DIAS           PIC 9(03).
004900 FD  EXCEP-RPT
005000     RECORDING MODE IS F.
005100 01  RPT-LINEA               PIC X(100).
005200 01  RPT-DETALLE.
005300     05  RPT-REFERENCIA      PIC X(10).
005400     05  FILLER              PIC X(02).
005500     05  RPT-CLIENTE         PIC X(08).
005600     05  FILLER              PIC X(02).
005700     05  RPT-ESTADO          PIC X(01).
005800     05  FILLER              PIC X(02).
005900     05  RPT-FEC-APERTURA    PIC 9(08).
006000     05  FILLER              PIC X(01).
006100     05  RPT-FEC-MEDICION    PIC 9(08).
006200     05  FILLER              PIC X(01).
006300     05  RPT-FEC-RECHAZO     PIC 9(08).
006400     05  FILLER              PIC X(01).
006500     05  RPT-FEC-FACTURA     PIC 9(08).
006600     05  FILLER              PIC X(01).
006700     05  RPT-NUM-FACTURAS    PIC ZZZZ9.
006800     05  FILLER              PIC X(02).
006900     05  RPT-MOTIVO          PIC X(24).
007000 01  RPT-RESUMEN-REGISTRO.
007100     05  RPT-RESUMEN-ETIQUETA PIC X(30).
007200     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
007300 WORKING-STORAGE SECTION.
007400*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
007500     COPY FECNEG.
007600*    AREA DE COMUNICACION CON EL CALENDARIO LABORAL COMPARTIDO.
007700     COPY CALSTD.
007800 01  WS-ORM-STATUS           PIC X(02).
007900     88  WS-ORM-FIN-FICHERO          VALUE "10".
008000 01  WS-PARM-STATUS          PIC X(02).
008100     88  WS-PARM-NO-EXISTE           VALUE "35".
008200     88  WS-PARM-FIN-FICHERO         VALUE "10".
008300 01  WS-MAESTRO-ABIERTO      PIC X(01) VALUE "N".
008400     88  MAESTRO-ABIERTO             VALUE "S".
008500 01  WS-DIAS-RECHAZO         PIC 9(03) VALUE 5.
008600 01  WS-FECHA-CORTE          PIC 9(08) VALUE ZERO.
008700 01  WS-ENTERO-FECHA         PIC 9(08) VALUE ZERO.
008800 01  WS-EDIT-FECHA           PIC 9(08).
008900 01  WS-EDIT-DIAS            PIC ZZ9.
009000 01  WS-MOTIVO               PIC X(24).
009100 01  WS-CABECERA.
009200     05  FILLER              PIC X(12) VALUE "REFERENCIA".
009300     05  FILLER              PIC X(10) VALUE "CLIENTE".
009400     05  FILLER              PIC X(03) VALUE "E".
009500     05  FILLER              PIC X(09) VALUE "APERTURA".
009600     05  FILLER              PIC X(09) VALUE "MEDICION".
009700     05  FILLER              PIC X(09) VALUE "RECHAZO".
009800     05  FILLER              PIC X(09) VALUE "FACTURA".
009900     05  FILLER              PIC X(09) VALUE "  FACT.".
010000     05  FILLER              PIC X(07) VALUE "MOTIVO".
010100 01  WS-CONTADORES.
010200     05  WS-TOTAL-LEIDAS     PIC 9(07) COMP VALUE ZERO.
010300     05  WS-TOTAL-SIN-FACTURAR PIC 9(07) COMP VALUE ZERO.
010400     05  WS-TOTAL-ESTANCADAS PIC 9(07) COMP VALUE ZERO.
010500     05  WS-TOTAL-REFACTURADAS PIC 9(07) COMP VALUE ZERO.
010600 PROCEDURE       DIVISION.
010700*================================================================
010800 0000-MAINLINE.
010900*================================================================
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011100     PERFORM 2000-REVISAR-ORDEN THRU 2000-EXIT
011200         UNTIL WS-ORM-FIN-FICHERO
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT
011400     GOBACK.
011500*================================================================
011600 1000-INITIALIZE.
011700*================================================================
011800     OPEN OUTPUT EXCEP-RPT
011900     MOVE SPACES TO RPT-RESUMEN-REGISTRO
012000     CALL "FECHANEG" USING FEC-NEG-AREA
012100     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT
012300     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
012400     MOVE WS-DIAS-RECHAZO TO WS-EDIT-DIAS
012500     MOVE SPACES TO RPT-LINEA
012600     STRING "EXCEPCIONES DE ORDENES DEL " WS-EDIT-FECHA
012700         "  RECHAZO MAXIMO " WS-EDIT-DIAS " DIAS LABORABLES"
012800         DELIMITED BY SIZE INTO RPT-LINEA
012900     END-STRING
013000     WRITE RPT-LINEA
013050     PERFORM 1200-CALCULAR-CORTE THRU 1200-EXIT
013100     WRITE RPT-LINEA FROM WS-CABECERA
013200     OPEN INPUT ORDEN-MAST
013300     IF WS-ORM-STATUS NOT = "00"
013400         MOVE "ORDMAST NO DISPONIBLE, SIN ORDENES" TO RPT-LINEA
013500         WRITE RPT-LINEA
013600         MOVE "10" TO WS-ORM-STATUS
013700         MOVE 4 TO RETURN-CODE
013800     ELSE
013900         SET MAESTRO-ABIERTO TO TRUE
014000         PERFORM 2100-LEER-ORDEN THRU 2100-EXIT
014100     END-IF.
014200 1000-EXIT.
014300     EXIT.
014400*================================================================
014500 1100-LEER-PARAMETROS.
014600*================================================================
014700     OPEN INPUT EXCEP-PARM
014800     IF WS-PARM-NO-EXISTE
014900         GO TO 1100-EXIT
015000     END-IF
015100     PERFORM 1110-LEER-PARM THRU 1110-EXIT
015200     PERFORM 1120-PROCESAR-PARM THRU 1120-EXIT
015300         UNTIL WS-PARM-FIN-FICHERO
015400     CLOSE EXCEP-PARM.
015500 1100-EXIT.
015600     EXIT.
015700*================================================================
015800 1110-LEER-PARM.
015900*================================================================
016000     READ EXCEP-PARM
016100         AT END
016200             MOVE "10" TO WS-PARM-STATUS
016300     END-READ.
016400 1110-EXIT.
016500     EXIT.
016600*================================================================
016700 1120-PROCESAR-PARM.
016800*================================================================
016900     IF PARM-TIPO = "DIASR"
017000      AND PARM-DIAS IS NUMERIC
017100         MOVE PARM-DIAS TO WS-DIAS-RECHAZO
017200     END-IF
017300     PERFORM 1110-LEER-PARM THRU 1110-EXIT.
017400 1120-EXIT.
017500     EXIT.
017600*================================================================
017700 1200-CALCULAR-CORTE.
017800*================================================================
017900*    UN RECHAZO ANTERIOR A LA FECHA DE CORTE LLEVA MAS DE N DIAS
018000*    LABORABLES SIN CORREGIRSE.
018010     MOVE SPACES TO CAL-STD-AREA
018100     MOVE "R" TO CAL-STD-FUNCION
018200     MOVE FEC-NEG-FECHA TO CAL-STD-FECHA
018300     MOVE WS-DIAS-RECHAZO TO CAL-STD-DIAS
018400     CALL "CALENDARIO" USING CAL-STD-AREA
018500     IF CAL-FUERA-VIGENCIA
018600         MOVE "CALENDARIO NO ALCANZA, CORTE CIVIL" TO RPT-LINEA
018700         WRITE RPT-LINEA
018800         COMPUTE WS-ENTERO-FECHA =
018900             FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
019000             - WS-DIAS-RECHAZO
019100         COMPUTE WS-FECHA-CORTE =
019200             FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
019300     ELSE
019400         MOVE CAL-STD-RESULTADO TO WS-FECHA-CORTE
019500     END-IF.
019600 1200-EXIT.
019700     EXIT.
019800*================================================================
019900 2000-REVISAR-ORDEN.
020000*================================================================
020100*    UNA ORDEN PUEDE SALIR EN MAS DE UNA LINEA SI TIENE MAS DE
020200*    UNA EXCEPCION.
020300     IF ORM-CERRADA
020400         GO TO 2000-SIGUIENTE
020500     END-IF
020600     IF ORM-MEDIDA
020700         ADD 1 TO WS-TOTAL-SIN-FACTURAR
020800         MOVE "MEDIDA SIN FACTURAR" TO WS-MOTIVO
020900         PERFORM 3000-ESCRIBIR-EXCEPCION THRU 3000-EXIT
021000     END-IF
021100     IF ORM-RECHAZADA AND ORM-FEC-RECHAZO < WS-FECHA-CORTE
021200         ADD 1 TO WS-TOTAL-ESTANCADAS
021300         MOVE "RECHAZO ESTANCADO" TO WS-MOTIVO
021400         PERFORM 3000-ESCRIBIR-EXCEPCION THRU 3000-EXIT
021500     END-IF
021600     IF ORM-NUM-FACTURAS > 1
021700         ADD 1 TO WS-TOTAL-REFACTURADAS
021800         MOVE "FACTURADA MAS DE UNA VEZ" TO WS-MOTIVO
021900         PERFORM 3000-ESCRIBIR-EXCEPCION THRU 3000-EXIT
022000     END-IF.
022100 2000-SIGUIENTE.
022200     PERFORM 2100-LEER-ORDEN THRU 2100-EXIT.
022300 2000-EXIT.
022400     EXIT.
022500*================================================================
022600 2100-LEER-ORDEN.
022700*================================================================
022800     READ ORDEN-MAST NEXT
022900         AT END
023000             MOVE "10" TO WS-ORM-STATUS
023100     END-READ
023200*    CUALQUIER ESTADO DE ERROR CORTA EL RECORRIDO.
023300     IF WS-ORM-STATUS NOT = "00" AND WS-ORM-STATUS NOT = "10"
023400         MOVE "10" TO WS-ORM-STATUS
023500     END-IF
023600     IF NOT WS-ORM-FIN-FICHERO
023700         ADD 1 TO WS-TOTAL-LEIDAS
023800     END-IF.
023900 2100-EXIT.
024000     EXIT.
024100*================================================================
024200 3000-ESCRIBIR-EXCEPCION.
024300*================================================================
024400     MOVE SPACES TO RPT-DETALLE
024500     MOVE ORM-REFERENCIA TO RPT-REFERENCIA
024600     MOVE ORM-CLIENTE TO RPT-CLIENTE
024700     MOVE ORM-ESTADO TO RPT-ESTADO
024800     MOVE ORM-FEC-APERTURA TO RPT-FEC-APERTURA
024900     MOVE ORM-FEC-MEDICION TO RPT-FEC-MEDICION
025000     MOVE ORM-FEC-RECHAZO TO RPT-FEC-RECHAZO
025100     MOVE ORM-FEC-FACTURA TO RPT-FEC-FACTURA
025200     MOVE ORM-NUM-FACTURAS TO RPT-NUM-FACTURAS
025300     MOVE WS-MOTIVO TO RPT-MOTIVO
025400     WRITE RPT-DETALLE.
025500 3000-EXIT.
025600     EXIT.
025700*================================================================
025800 9000-TERMINATE.
025900*================================================================
026000     MOVE "ORDENES LEIDAS"            TO RPT-RESUMEN-ETIQUETA
026100     MOVE WS-TOTAL-LEIDAS             TO RPT-RESUMEN-VALOR
026200     WRITE RPT-RESUMEN-REGISTRO
026300     MOVE "MEDIDAS SIN FACTURAR"      TO RPT-RESUMEN-ETIQUETA
026400     MOVE WS-TOTAL-SIN-FACTURAR       TO RPT-RESUMEN-VALOR
026500     WRITE RPT-RESUMEN-REGISTRO
026600     MOVE "RECHAZOS ESTANCADOS"       TO RPT-RESUMEN-ETIQUETA
026700     MOVE WS-TOTAL-ESTANCADAS         TO RPT-RESUMEN-VALOR
026800     WRITE RPT-RESUMEN-REGISTRO
026900     MOVE "FACTURADAS MAS DE UNA VEZ" TO RPT-RESUMEN-ETIQUETA
027000     MOVE WS-TOTAL-REFACTURADAS       TO RPT-RESUMEN-VALOR
027100     WRITE RPT-RESUMEN-REGISTRO
027200     IF WS-TOTAL-SIN-FACTURAR > 0 OR WS-TOTAL-ESTANCADAS > 0
027300      OR WS-TOTAL-REFACTURADAS > 0
027400         MOVE 4 TO RETURN-CODE
027500     END-IF
027600     IF MAESTRO-ABIERTO
027700         CLOSE ORDEN-MAST
027800     END-IF
027900     CLOSE EXCEP-RPT.
028000 9000-EXIT.
028100     EXIT.
028200 END PROGRAM ORDEXCEP.
