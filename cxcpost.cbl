000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CXCPOST.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONTABILIZACION NOCTURNA DE
001300*                    LA CARTERA DE CUENTAS POR COBRAR: DA DE ALTA
001400*                    EN EL MAESTRO INDEXADO CXCMAST (CLAVE
001500*                    CLIENTE + FACTURA) CADA FACTURA DEL FACTOUT
001600*                    DE LA NOCHE Y APLICA LOS COBROS Y ABONOS
001700*                    (NOTAS DE CREDITO) DEL NUEVO FICHERO DE
001800*                    MOVIMIENTOS CXCMOV. LOS SALDOS VIVOS SE
001900*                    ARRASTRAN EN EL MAESTRO DE UNA NOCHE A OTRA;
002000*                    FINANZAS DEJA DE REHACER LA CARTERA A MANO
002100*                    CON LOS LISTADOS DE FACTRPT.
002110* 2026-10-15  MNT    LA FACTURA ENTRA EN CARTERA POR SU IMPORTE
002120*                    BRUTO (BASE MAS CUOTA DE IMPUESTO) CUANDO
002130*                    FACTOUT LO TRAE; SI NO, POR LA BASE.
002135* 2026-10-15  MNT    FACTOUT SE DECLARA CON EL TRAZADO COMUN
002140*                    (FACREG), NUMERO DE FACTURA INCLUIDO: LA
002145*                    LINEA YA NO SE PARTE EN DOS AL LEERLA. LA
002150*                    CARTERA SE LLAVEA POR CLIENTE + NUMERO DE
002155*                    FACTURA (UNA REMEDICION DE LA MISMA ORDEN YA
002160*                    NO SE PIERDE) Y LOS MOVIMIENTOS CXCMOV SE
002165*                    REFIEREN A LA FACTURA POR SU NUMERO. LA
002170*                    FACTURA SIN NUMERO O CON UN NUMERO YA EN
002175*                    CARTERA PARA OTRA FACTURA SE RECHAZA A
002180*                    CXCREJ.
002200*----------------------------------------------------------------
002250* UNA FACTURA QUE YA ESTA EN CARTERA (MISMA CLAVE, REFERENCIA,
002300* FECHA E IMPORTE) NO SE VUELVE A DAR DE ALTA: RELANZAR LA NOCHE
002350* CON EL MISMO FACTOUT NO DUPLICA SALDOS. UNA CLAVE QUE YA ESTA EN
002400* CARTERA CON OTROS DATOS ES UN NUMERO DUPLICADO Y SE RECHAZA. LA
002500* FECHA DE LA FACTURA ES LA DE LA CABECERA DE FACTOUT.
002600* MOVIMIENTOS CXCMOV: TIPO C COBRO O A ABONO, CLIENTE, NUMERO DE
002700* FACTURA, FECHA, IMPORTE Y DOCUMENTO. UN MOVIMIENTO SOBRE UNA
002800* FACTURA QUE NO EXISTE, YA CERRADA O POR MAS DEL SALDO SE RECHAZA
002900* AL FICHERO CXCREJ (TRAZADO REJSTD) Y NO TOCA EL MAESTRO.
003000* RETURN-CODE 4 SI HAY RECHAZOS, 8 SI NO SE PUEDE ABRIR CXCMAST.
003100*----------------------------------------------------------------
003200 ENVIRONMENT     DIVISION.
003300 INPUT-OUTPUT    SECTION.
003400 FILE-CONTROL.
003500     SELECT CARTERA-MAST ASSIGN TO "CXCMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CXC-CLAVE
003900         FILE STATUS IS WS-CXC-STATUS.
004000     SELECT FACTURA-IN ASSIGN TO "FACTOUT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FAC-STATUS.
004300     SELECT MOVIMIENTO-IN ASSIGN TO "CXCMOV"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-MOV-STATUS.
004600     SELECT CARTERA-REJ ASSIGN TO "CXCREJ"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT CARTERA-RPT ASSIGN TO "CXCRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA            DIVISION.
005100 FILE            SECTION.
005200 FD  CARTERA-MAST.
005300     COPY CXCREG.
005400 FD  FACTURA-IN
005500     RECORDING MODE IS F.
005600*    EL MISMO TRAZADO QUE ESCRIBE FACTUPOL, CON SU CABECERA Y
005700*    TRAILER DE CONTROL ESTANDAR (CTLREG).
005800     COPY FACREG.
006400     COPY CTLREG.
006500 FD  MOVIMIENTO-IN
006600     RECORDING MODE IS F.
006700 01  MOV-REGISTRO.
006800     05  MOV-TIPO            PIC X(01).
006900         88  MOV-ES-COBRO            VALUE "C".
007000         88  MOV-ES-ABONO            VALUE "A".
007100     05  MOV-CLIENTE         PIC X(08).
007120     05  MOV-FACTURA         PIC 9(09).
007140     05  MOV-FACTURA-X REDEFINES MOV-FACTURA
007160                             PIC X(09).
007180     05  FILLER              PIC X(01).
007300     05  MOV-FECHA           PIC 9(08).
007400     05  MOV-FECHA-X REDEFINES MOV-FECHA
007500                             PIC X(08).
007600     05  MOV-IMPORTE         PIC 9(13)V9(02).
007700     05  MOV-IMPORTE-X REDEFINES MOV-IMPORTE
007800                             PIC X(15).
007900     05  MOV-DOCUMENTO       PIC X(10).
008000 FD  CARTERA-REJ
008100     RECORDING MODE IS F.
008200     COPY REJSTD.
008300 FD  CARTERA-RPT
008400     RECORDING MODE IS F.
008500 01  RPT-LINEA               PIC X(80).
008600 01  RPT-RESUMEN-REGISTRO.
008700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008900 01  RPT-IMPORTE-REGISTRO.
009000     05  RPT-IMPORTE-ETIQUETA PIC X(30).
009100     05  RPT-IMPORTE-VALOR    PIC Z(12)9.99.
009200 WORKING-STORAGE SECTION.
009300*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
009400     COPY FECNEG.
009500 01  WS-CXC-STATUS           PIC X(02).
009600     88  WS-CXC-NO-EXISTE            VALUE "35".
009700 01  WS-FAC-STATUS           PIC X(02).
009800     88  WS-FAC-NO-EXISTE            VALUE "35".
009900     88  WS-FAC-FIN-FICHERO          VALUE "10".
010000 01  WS-MOV-STATUS           PIC X(02).
010100     88  WS-MOV-NO-EXISTE            VALUE "35".
010200     88  WS-MOV-FIN-FICHERO          VALUE "10".
010300 01  WS-MAESTRO-ABIERTO      PIC X(01) VALUE "N".
010400     88  MAESTRO-ABIERTO             VALUE "S".
010500 01  WS-FECHA-FACTURA        PIC 9(08) VALUE ZERO.
010600 01  WS-FECHA-MOVIMIENTO     PIC 9(08) VALUE ZERO.
010610 01  WS-IMPORTE-FACTURA      PIC 9(13)V9(02) VALUE ZERO.
010700 01  WS-MOTIVO               PIC X(30).
010800 01  WS-SECUENCIA-MOV        PIC 9(09) VALUE ZERO.
010810 01  WS-SECUENCIA-FAC        PIC 9(09) VALUE ZERO.
010820*    DATOS DE LA FACTURA DE FACTOUT, PARA COMPARARLOS CON LOS DE
010830*    LA QUE YA ESTA EN CARTERA CON SU MISMA CLAVE.
010840 01  WS-FACTURA-NUEVA.
010850     05  WS-NUE-REFERENCIA   PIC X(10).
010860     05  WS-NUE-FECHA        PIC 9(08).
010870     05  WS-NUE-IMPORTE      PIC 9(13)V9(02).
010900 01  WS-CONTADORES.
011000     05  WS-TOTAL-FAC-LEIDAS PIC 9(07) COMP VALUE ZERO.
011100     05  WS-TOTAL-ALTAS      PIC 9(07) COMP VALUE ZERO.
011200     05  WS-TOTAL-YA-EN-CARTERA PIC 9(07) COMP VALUE ZERO.
011250     05  WS-TOTAL-FAC-RECHAZADAS PIC 9(07) COMP VALUE ZERO.
011300     05  WS-TOTAL-MOV-LEIDOS PIC 9(07) COMP VALUE ZERO.
011400     05  WS-TOTAL-COBROS     PIC 9(07) COMP VALUE ZERO.
011500     05  WS-TOTAL-ABONOS     PIC 9(07) COMP VALUE ZERO.
011600     05  WS-TOTAL-RECHAZADOS PIC 9(07) COMP VALUE ZERO.
011700     05  WS-TOTAL-CERRADAS   PIC 9(07) COMP VALUE ZERO.
011800 01  WS-IMPORTES.
011900     05  WS-IMP-FACTURADO    PIC 9(13)V9(02) VALUE ZERO.
012000     05  WS-IMP-COBRADO      PIC 9(13)V9(02) VALUE ZERO.
012100     05  WS-IMP-ABONADO      PIC 9(13)V9(02) VALUE ZERO.
012200 PROCEDURE       DIVISION.
012300*================================================================
012400 0000-MAINLINE.
012500*================================================================
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012700     IF MAESTRO-ABIERTO
012800         PERFORM 2000-CONTABILIZAR-FACTURAS THRU 2000-EXIT
012900         PERFORM 3000-APLICAR-MOVIMIENTOS THRU 3000-EXIT
013000     END-IF
013100     PERFORM 9000-TERMINATE THRU 9000-EXIT
013200     GOBACK.
013300*================================================================
013400 1000-INITIALIZE.
013500*================================================================
013600*    LA PRIMERA NOCHE EL MAESTRO NO EXISTE Y SE CREA VACIO.
013700     OPEN OUTPUT CARTERA-RPT CARTERA-REJ
013800     MOVE SPACES TO RPT-RESUMEN-REGISTRO RPT-IMPORTE-REGISTRO
013900     CALL "FECHANEG" USING FEC-NEG-AREA
014000     OPEN I-O CARTERA-MAST
014100     IF WS-CXC-NO-EXISTE
014200         OPEN OUTPUT CARTERA-MAST
014300         CLOSE CARTERA-MAST
014400         OPEN I-O CARTERA-MAST
014500     END-IF
014600     IF WS-CXC-STATUS NOT = "00"
014700         MOVE "CXCMAST NO DISPONIBLE, NO SE CONTABILIZA"
014800             TO RPT-LINEA
014900         WRITE RPT-LINEA
015000         MOVE 8 TO RETURN-CODE
015100     ELSE
015200         SET MAESTRO-ABIERTO TO TRUE
015300     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600*================================================================
015700 2000-CONTABILIZAR-FACTURAS.
015800*================================================================
015900     MOVE FEC-NEG-FECHA TO WS-FECHA-FACTURA
016000     OPEN INPUT FACTURA-IN
016100     IF WS-FAC-STATUS NOT = "00"
016200         MOVE "SIN FACTOUT, NO HAY FACTURAS QUE CONTABILIZAR"
016300             TO RPT-LINEA
016400         WRITE RPT-LINEA
016500         GO TO 2000-EXIT
016600     END-IF
016700     PERFORM 2100-LEER-FACTURA THRU 2100-EXIT
016800     PERFORM 2200-ALTA-FACTURA THRU 2200-EXIT
016900         UNTIL WS-FAC-FIN-FICHERO
017000     CLOSE FACTURA-IN.
017100 2000-EXIT.
017200     EXIT.
017300*================================================================
017400 2100-LEER-FACTURA.
017500*================================================================
017600     READ FACTURA-IN
017700         AT END
017800             MOVE "10" TO WS-FAC-STATUS
017820         NOT AT END
017840             ADD 1 TO WS-SECUENCIA-FAC
017900     END-READ.
018000 2100-EXIT.
018100     EXIT.
018200*================================================================
018300 2200-ALTA-FACTURA.
018400*================================================================
018500*    LA CABECERA DA LA FECHA DE LAS FACTURAS; EL TRAILER Y LAS
018600*    LINEAS QUE NO SON DETALLE SE SALTAN.
018700     IF CTL-ES-CABECERA
018800         IF CTL-FECHA IS NUMERIC AND CTL-FECHA > 0
018900             MOVE CTL-FECHA TO WS-FECHA-FACTURA
019000         END-IF
019100         GO TO 2200-SIGUIENTE
019200     END-IF
019300     IF CTL-ES-TRAILER OR FAC-REFERENCIA = SPACES
019400         GO TO 2200-SIGUIENTE
019500     END-IF
019600     ADD 1 TO WS-TOTAL-FAC-LEIDAS
019610*    SIN NUMERO (NUMERADOR NO DISPONIBLE EN FACTUPOL) LA FACTURA
019620*    NO TIENE CLAVE EN LA CARTERA.
019630     IF FAC-NUMERO IS NOT NUMERIC OR FAC-NUMERO = 0
019640         MOVE "FACTURA SIN NUMERO" TO WS-MOTIVO
019650         PERFORM 2300-RECHAZAR-FACTURA THRU 2300-EXIT
019660         GO TO 2200-SIGUIENTE
019670     END-IF
019700     MOVE FAC-CLIENTE TO CXC-CLIENTE
019750     MOVE FAC-NUMERO TO CXC-NUMERO
019800     MOVE FAC-REFERENCIA TO CXC-REFERENCIA
019900     MOVE WS-FECHA-FACTURA TO CXC-FECHA-FACTURA
019910     MOVE FAC-IMPORTE TO WS-IMPORTE-FACTURA
019920     IF FAC-BRUTO IS NUMERIC AND FAC-BRUTO > 0
019930         MOVE FAC-BRUTO TO WS-IMPORTE-FACTURA
019940     END-IF
020000     MOVE WS-IMPORTE-FACTURA TO CXC-IMPORTE CXC-SALDO
020100     MOVE 0 TO CXC-COBRADO CXC-ABONADO
020200     MOVE WS-FECHA-FACTURA TO CXC-FECHA-ULT-MOV
020300     SET CXC-ABIERTA TO TRUE
020400     IF CXC-SALDO = 0
020500         SET CXC-CERRADA TO TRUE
020600     END-IF
020620     MOVE CXC-REFERENCIA TO WS-NUE-REFERENCIA
020640     MOVE CXC-FECHA-FACTURA TO WS-NUE-FECHA
020660     MOVE CXC-IMPORTE TO WS-NUE-IMPORTE
020700     WRITE CXC-REGISTRO
020800         INVALID KEY
020900             PERFORM 2250-COMPARAR-CARTERA THRU 2250-EXIT
021000         NOT INVALID KEY
021100             ADD 1 TO WS-TOTAL-ALTAS
021200             ADD WS-IMPORTE-FACTURA TO WS-IMP-FACTURADO
021300     END-WRITE.
021400 2200-SIGUIENTE.
021500     PERFORM 2100-LEER-FACTURA THRU 2100-EXIT.
021600 2200-EXIT.
021700     EXIT.
021702*================================================================
021704 2250-COMPARAR-CARTERA.
021706*================================================================
021708*    LA CLAVE YA ESTA EN CARTERA. SI ES LA MISMA FACTURA (NOCHE
021710*    RELANZADA) NO SE HACE NADA; SI NO, EL NUMERO ESTA DUPLICADO.
021712     READ CARTERA-MAST
021714         INVALID KEY
021716             MOVE "ERROR AL LEER LA CARTERA" TO WS-MOTIVO
021718             PERFORM 2300-RECHAZAR-FACTURA THRU 2300-EXIT
021720             GO TO 2250-EXIT
021722     END-READ
021724     IF CXC-REFERENCIA = WS-NUE-REFERENCIA
021726        AND CXC-FECHA-FACTURA = WS-NUE-FECHA
021728        AND CXC-IMPORTE = WS-NUE-IMPORTE
021730         ADD 1 TO WS-TOTAL-YA-EN-CARTERA
021732     ELSE
021734         MOVE "NUMERO DE FACTURA DUPLICADO" TO WS-MOTIVO
021736         PERFORM 2300-RECHAZAR-FACTURA THRU 2300-EXIT
021738     END-IF.
021740 2250-EXIT.
021742     EXIT.
021744*================================================================
021746 2300-RECHAZAR-FACTURA.
021748*================================================================
021750*    LA IMAGEN ES LA LINEA DE FACTOUT TAL CUAL; NO SE REENVIA (SE
021752*    CORRIGE EN ORIGEN, EN FACTUPOL O EN EL NUMERADOR).
021754     MOVE SPACES TO REJ-STD-REGISTRO
021756     MOVE "CXCPOST" TO REJ-STD-PROGRAMA
021758     MOVE FEC-NEG-FECHA TO REJ-STD-FECHA
021760     MOVE WS-MOTIVO TO REJ-STD-MOTIVO
021762     MOVE FAC-REGISTRO TO REJ-STD-IMAGEN
021764     MOVE "FACTOUT" TO REJ-STD-LIN-FICHERO
021766     MOVE FEC-NEG-FECHA TO REJ-STD-LIN-FECHA
021768     MOVE WS-SECUENCIA-FAC TO REJ-STD-LIN-SECUEN
021770     WRITE REJ-STD-REGISTRO
021772     ADD 1 TO WS-TOTAL-FAC-RECHAZADAS
021774     MOVE SPACES TO RPT-LINEA
021776     STRING "RECHAZADA FACTURA " FAC-CLIENTE " " FAC-NUMERO " "
021778         FAC-REFERENCIA ": " WS-MOTIVO DELIMITED BY SIZE
021780         INTO RPT-LINEA
021782     END-STRING
021784     WRITE RPT-LINEA.
021786 2300-EXIT.
021788     EXIT.
021800*================================================================
021900 3000-APLICAR-MOVIMIENTOS.
022000*================================================================
022100     OPEN INPUT MOVIMIENTO-IN
022200     IF WS-MOV-STATUS NOT = "00"
022300         MOVE "SIN CXCMOV, NO HAY COBROS NI ABONOS" TO RPT-LINEA
022400         WRITE RPT-LINEA
022500         GO TO 3000-EXIT
022600     END-IF
022700     PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT
022800     PERFORM 3200-APLICAR-MOVIMIENTO THRU 3200-EXIT
022900         UNTIL WS-MOV-FIN-FICHERO
023000     CLOSE MOVIMIENTO-IN.
023100 3000-EXIT.
023200     EXIT.
023300*================================================================
023400 3100-LEER-MOVIMIENTO.
023500*================================================================
023600     READ MOVIMIENTO-IN
023700         AT END
023800             MOVE "10" TO WS-MOV-STATUS
023900         NOT AT END
024000             ADD 1 TO WS-SECUENCIA-MOV
024100     END-READ.
024200 3100-EXIT.
024300     EXIT.
024400*================================================================
024500 3200-APLICAR-MOVIMIENTO.
024600*================================================================
024700     IF MOV-REGISTRO = SPACES
024800         GO TO 3200-SIGUIENTE
024900     END-IF
025000     ADD 1 TO WS-TOTAL-MOV-LEIDOS
025100     IF NOT MOV-ES-COBRO AND NOT MOV-ES-ABONO
025200         MOVE "TIPO DE MOVIMIENTO DESCONOCIDO" TO WS-MOTIVO
025300         PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
025400         GO TO 3200-SIGUIENTE
025500     END-IF
025600     IF MOV-IMPORTE-X IS NOT NUMERIC OR MOV-IMPORTE = 0
025700         MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO
025800         PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
025900         GO TO 3200-SIGUIENTE
026000     END-IF
026100     IF MOV-FECHA-X IS NUMERIC AND MOV-FECHA > 0
026200         MOVE MOV-FECHA TO WS-FECHA-MOVIMIENTO
026300     ELSE
026400         MOVE FEC-NEG-FECHA TO WS-FECHA-MOVIMIENTO
026500     END-IF
026510     IF MOV-FACTURA-X IS NOT NUMERIC
026520         MOVE "NUMERO DE FACTURA NO VALIDO" TO WS-MOTIVO
026530         PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
026540         GO TO 3200-SIGUIENTE
026550     END-IF
026600     MOVE MOV-CLIENTE TO CXC-CLIENTE
026700     MOVE MOV-FACTURA TO CXC-NUMERO
026800     READ CARTERA-MAST
026900         INVALID KEY
027000             MOVE "FACTURA NO EXISTE EN CARTERA" TO WS-MOTIVO
027100             PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
027200             GO TO 3200-SIGUIENTE
027300     END-READ
027400     IF CXC-CERRADA
027500         MOVE "FACTURA YA CERRADA" TO WS-MOTIVO
027600         PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
027700         GO TO 3200-SIGUIENTE
027800     END-IF
027900     IF MOV-IMPORTE > CXC-SALDO
028000         MOVE "IMPORTE SUPERIOR AL SALDO" TO WS-MOTIVO
028100         PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
028200         GO TO 3200-SIGUIENTE
028300     END-IF
028400     IF MOV-ES-COBRO
028500         ADD MOV-IMPORTE TO CXC-COBRADO WS-IMP-COBRADO
028600         ADD 1 TO WS-TOTAL-COBROS
028700     ELSE
028800         ADD MOV-IMPORTE TO CXC-ABONADO WS-IMP-ABONADO
028900         ADD 1 TO WS-TOTAL-ABONOS
029000     END-IF
029100     SUBTRACT MOV-IMPORTE FROM CXC-SALDO
029200     MOVE WS-FECHA-MOVIMIENTO TO CXC-FECHA-ULT-MOV
029300     IF CXC-SALDO = 0
029400         SET CXC-CERRADA TO TRUE
029500         ADD 1 TO WS-TOTAL-CERRADAS
029600     END-IF
029700     REWRITE CXC-REGISTRO
029800         INVALID KEY
029900             MOVE "ERROR AL REGRABAR LA CARTERA" TO WS-MOTIVO
030000             PERFORM 3300-RECHAZAR-MOVIMIENTO THRU 3300-EXIT
030100     END-REWRITE.
030200 3200-SIGUIENTE.
030300     PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT.
030400 3200-EXIT.
030500     EXIT.
030600*================================================================
030700 3300-RECHAZAR-MOVIMIENTO.
030800*================================================================
030900*    LA IMAGEN ES EL MOVIMIENTO TAL CUAL LLEGO, PARA REENVIARLO
031000*    UNA VEZ CORREGIDO; EL INFORME LO LISTA TAMBIEN.
031100     MOVE SPACES TO REJ-STD-REGISTRO
031200     MOVE "CXCPOST" TO REJ-STD-PROGRAMA
031300     MOVE FEC-NEG-FECHA TO REJ-STD-FECHA
031400     MOVE WS-MOTIVO TO REJ-STD-MOTIVO
031500     MOVE MOV-REGISTRO TO REJ-STD-IMAGEN
031600     MOVE "CXCMOV" TO REJ-STD-LIN-FICHERO
031700     MOVE FEC-NEG-FECHA TO REJ-STD-LIN-FECHA
031800     MOVE WS-SECUENCIA-MOV TO REJ-STD-LIN-SECUEN
031900     WRITE REJ-STD-REGISTRO
032000     ADD 1 TO WS-TOTAL-RECHAZADOS
032100     MOVE SPACES TO RPT-LINEA
032200     STRING "RECHAZADO " MOV-TIPO " " MOV-CLIENTE " "
032300         MOV-FACTURA-X ": " WS-MOTIVO DELIMITED BY SIZE
032400         INTO RPT-LINEA
032500     END-STRING
032600     WRITE RPT-LINEA.
032700 3300-EXIT.
032800     EXIT.
032900*================================================================
033000 9000-TERMINATE.
033100*================================================================
033200     MOVE "FACTURAS LEIDAS DE FACTOUT"  TO RPT-RESUMEN-ETIQUETA
033300     MOVE WS-TOTAL-FAC-LEIDAS         TO RPT-RESUMEN-VALOR
033400     WRITE RPT-RESUMEN-REGISTRO
033500     MOVE "FACTURAS DADAS DE ALTA"    TO RPT-RESUMEN-ETIQUETA
033600     MOVE WS-TOTAL-ALTAS              TO RPT-RESUMEN-VALOR
033700     WRITE RPT-RESUMEN-REGISTRO
033800     MOVE "FACTURAS YA EN CARTERA"    TO RPT-RESUMEN-ETIQUETA
033900     MOVE WS-TOTAL-YA-EN-CARTERA      TO RPT-RESUMEN-VALOR
034000     WRITE RPT-RESUMEN-REGISTRO
034020     MOVE "FACTURAS RECHAZADAS"       TO RPT-RESUMEN-ETIQUETA
034040     MOVE WS-TOTAL-FAC-RECHAZADAS     TO RPT-RESUMEN-VALOR
034060     WRITE RPT-RESUMEN-REGISTRO
034100     MOVE "MOVIMIENTOS LEIDOS"        TO RPT-RESUMEN-ETIQUETA
034200     MOVE WS-TOTAL-MOV-LEIDOS         TO RPT-RESUMEN-VALOR
034300     WRITE RPT-RESUMEN-REGISTRO
034400     MOVE "COBROS APLICADOS"          TO RPT-RESUMEN-ETIQUETA
034500     MOVE WS-TOTAL-COBROS             TO RPT-RESUMEN-VALOR
034600     WRITE RPT-RESUMEN-REGISTRO
034700     MOVE "ABONOS APLICADOS"          TO RPT-RESUMEN-ETIQUETA
034800     MOVE WS-TOTAL-ABONOS             TO RPT-RESUMEN-VALOR
034900     WRITE RPT-RESUMEN-REGISTRO
035000     MOVE "MOVIMIENTOS RECHAZADOS"    TO RPT-RESUMEN-ETIQUETA
035100     MOVE WS-TOTAL-RECHAZADOS         TO RPT-RESUMEN-VALOR
035200     WRITE RPT-RESUMEN-REGISTRO
035300     MOVE "FACTURAS CERRADAS"         TO RPT-RESUMEN-ETIQUETA
035400     MOVE WS-TOTAL-CERRADAS           TO RPT-RESUMEN-VALOR
035500     WRITE RPT-RESUMEN-REGISTRO
035600     MOVE "IMPORTE FACTURADO"         TO RPT-IMPORTE-ETIQUETA
035700     MOVE WS-IMP-FACTURADO            TO RPT-IMPORTE-VALOR
035800     WRITE RPT-IMPORTE-REGISTRO
035900     MOVE "IMPORTE COBRADO"           TO RPT-IMPORTE-ETIQUETA
036000     MOVE WS-IMP-COBRADO              TO RPT-IMPORTE-VALOR
036100     WRITE RPT-IMPORTE-REGISTRO
036200     MOVE "IMPORTE ABONADO"           TO RPT-IMPORTE-ETIQUETA
036300     MOVE WS-IMP-ABONADO              TO RPT-IMPORTE-VALOR
036400     WRITE RPT-IMPORTE-REGISTRO
036450     IF (WS-TOTAL-RECHAZADOS > 0 OR WS-TOTAL-FAC-RECHAZADAS > 0)
036500        AND RETURN-CODE < 4
036600         MOVE 4 TO RETURN-CODE
036700     END-IF
036800     IF MAESTRO-ABIERTO
036900         CLOSE CARTERA-MAST
037000     END-IF
037100     CLOSE CARTERA-RPT CARTERA-REJ.
037200 9000-EXIT.
037300     EXIT.
037400 END PROGRAM CXCPOST.
