000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CIERREMES.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CIERRE DEL MES CONTABLE:
001300*                    REUNE EN EL PAQUETE MENSUAL (MESPACK) LO
001400*                    QUE A FIN DE MES SE SACABA A MANO DE CADA
001500*                    FICHERO: POR PROGRAMA, CORRIDAS, LEIDOS,
001600*                    ESCRITOS Y RECHAZOS (METRICAS), PLAZOS
001700*                    INCUMPLIDOS (LAS GENERACIONES DIARIAS DE
001800*                    SLARPT), ALERTAS POR SEVERIDAD (ALERTHIST Y
001900*                    ALERTPEND) E ITEMS EN LA COLA DE REPARACION
002000*                    (ULTIMA GENERACION DE REPARQUE DEL MES); EL
002100*                    TOTAL DE PALINDROMO (PALINTOT); Y POR
002200*                    CLIENTE, VOLUMEN FACTURABLE Y RECHAZOS
002300*                    (VOLTXT) Y FACTURAS, BASE, CUOTA Y BRUTO (LAS
002400*                    GENERACIONES DIARIAS DE FACTOUT). DESPUES
002500*                    ANOTA EL MES COMO CERRADO EN EL DIARIO
002600*                    PERIODOS, QUE NOCTURNO Y LA FACTURACION
002700*                    CONSULTAN (MODULO PERIODO) ANTES DE CORRER.
002800*                    CON LA TARJETA DE REAPERTURA ANOTA EL MES
002900*                    COMO REABIERTO, CON SU MOTIVO.
002910* 2026-10-15  MNT    EL REGISTRO DE METRICAS SE DECLARA CON LA
002920*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002930*                    FINAL.
002940* 2026-10-15  MNT    EL REGISTRO DE PALINTOT SE DECLARA CON LOS
002950*                    CONTADORES POR POLITICA DE VEREDICTO QUE
002960*                    AHORA LLEVA AL FINAL.
002965* 2026-10-15  MNT    FACTOUT SE DECLARA CON EL TRAZADO COMUN
002970*                    (FACREG).
002975* 2026-10-15  MNT    EL REGISTRO DE PALINTOT SE TOMA DEL COPY
002980*                    TOTREG, COMUN A QUIEN LO ESCRIBE Y A QUIEN LO
002985*                    LEE.
003000*----------------------------------------------------------------
003100* TARJETA CIERPAR: ACCION (C O BLANCO CIERRE, R REAPERTURA), MES
003200* AAAAMM Y MOTIVO (OBLIGATORIO PARA REABRIR). SIN TARJETA, O CON
003300* EL MES EN BLANCO, SE CIERRA EL MES ANTERIOR AL DE LA FECHA DE
003400* NEGOCIO. CERRAR PIDE EL PERMISO CIERRE DE OPERSEG Y REABRIR EL
003500* PERMISO REAPERTURA. SOLO SE CIERRA UN MES YA TERMINADO Y NO
003600* CERRADO (UN MES REABIERTO SE PUEDE VOLVER A CERRAR); SOLO SE
003700* REABRE UN MES CERRADO. LA PETICION RECHAZADA NO TOCA EL DIARIO,
003800* QUEDA EN EL PAQUETE Y EN LA AUDITORIA Y TERMINA CON RC 8. EL
003900* CIERRE CORRECTO DA RC 4 SI ALGUNA TABLA DEL PAQUETE SE LLENO.
004000* LAS GENERACIONES SON LAS QUE GUARDA ARCHNOCH CON SU FECHA DE
004100* NEGOCIO (<FICHERO><AAAAMMDD>); LA QUE NO EXISTE NO CUENTA.
004200*----------------------------------------------------------------
004300 ENVIRONMENT     DIVISION.
004400 INPUT-OUTPUT    SECTION.
004500 FILE-CONTROL.
004600     SELECT CIERRE-PARM ASSIGN TO "CIERPAR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PAR-STATUS.
004900     SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PER-STATUS.
005200     SELECT METRICAS-FILE ASSIGN TO "METRICAS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MET-STATUS.
005500     SELECT PALINDROMO-TOT ASSIGN TO "PALINTOT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TOT-STATUS.
005800     SELECT ALERTA-HIST ASSIGN TO "ALERTHIST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-HIS-STATUS.
006100     SELECT ALERTA-PEND ASSIGN TO "ALERTPEND"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PEN-STATUS.
006400     SELECT VOLUMEN-TXT ASSIGN TO "VOLTXT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-VOL-STATUS.
006700     SELECT FACTURA-GEN ASSIGN TO WS-NOMBRE-GEN
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-FAC-STATUS.
007000     SELECT SLA-GEN ASSIGN TO WS-NOMBRE-GEN
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SLA-STATUS.
007300     SELECT COLA-GEN ASSIGN TO WS-NOMBRE-GEN
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-QUE-STATUS.
007600     SELECT MES-PACK ASSIGN TO "MESPACK"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800 DATA            DIVISION.
007900 FILE            SECTION.
008000 FD  CIERRE-PARM
008100     RECORDING MODE IS F.
008200 01  PAR-REGISTRO.
008300     05  PAR-ACCION          PIC X(01).
008400     05  PAR-MES             PIC X(06).
008500     05  PAR-MES-N REDEFINES PAR-MES
008600                             PIC 9(06).
008700     05  PAR-MOTIVO          PIC X(40).
008800 FD  PERIODOS-FILE
008900     RECORDING MODE IS F.
009000     COPY PERREG.
009100*    REGISTRO DEL FICHERO DE METRICAS DE REGMETRICA.
009200 FD  METRICAS-FILE
009300     RECORDING MODE IS F.
009400 01  MET-REGISTRO.
009500     05  MET-REG-PROGRAMA    PIC X(08).
009600     05  MET-REG-FECHA       PIC 9(08).
009700     05  MET-REG-CORRIDA     PIC 9(04).
009800     05  MET-REG-LEIDOS      PIC 9(09).
009900     05  MET-REG-ESCRITOS    PIC 9(09).
010000     05  MET-REG-RECHAZADOS  PIC 9(09).
010100     05  MET-REG-DURACION    PIC 9(09).
010200     05  MET-REG-REGS-SEG    PIC 9(09).
010210     05  MET-REG-VERSION     PIC X(10).
010300*    TOTALES DE CORRIDA DE PALINDROMO.
010400 FD  PALINDROMO-TOT
010500     RECORDING MODE IS F.
010600     COPY TOTREG.
011300 FD  ALERTA-HIST
011400     RECORDING MODE IS F.
011500 01  HIS-REGISTRO.
011600     05  HIS-ID              PIC 9(06).
011700     05  HIS-FECHA           PIC 9(08).
011800     05  HIS-PROGRAMA        PIC X(08).
011900     05  HIS-SEVERIDAD       PIC X(01).
012000     05  HIS-TEXTO           PIC X(60).
012100     05  HIS-RECONOCIDA-POR  PIC X(08).
012200     05  HIS-FECHA-RECO      PIC 9(08).
012300 FD  ALERTA-PEND
012400     RECORDING MODE IS F.
012500 01  PEN-REGISTRO.
012600     05  PEN-ID              PIC 9(06).
012700     05  PEN-FECHA           PIC 9(08).
012800     05  PEN-PROGRAMA        PIC X(08).
012900     05  PEN-SEVERIDAD       PIC X(01).
013000     05  PEN-TEXTO           PIC X(60).
013100 FD  VOLUMEN-TXT
013200     RECORDING MODE IS F.
013300     COPY VOLREG.
013400*    FACTURAS DE FACTUPOL, CON SU CABECERA Y TRAILER DE CONTROL.
013500 FD  FACTURA-GEN
013600     RECORDING MODE IS F.
013700     COPY FACREG.
014800     COPY CTLREG.
014900*    LINEA DE DETALLE DEL INFORME DE VIGILASLA.
015000 FD  SLA-GEN
015100     RECORDING MODE IS F.
015200 01  SLA-LINEA.
015300     05  SLA-PROGRAMA        PIC X(16).
015400     05  FILLER              PIC X(02).
015500     05  SLA-FIN             PIC X(06).
015600     05  FILLER              PIC X(02).
015700     05  SLA-LIMITE          PIC X(06).
015800     05  FILLER              PIC X(02).
015900     05  SLA-HOLGURA-MIN     PIC X(06).
016000     05  FILLER              PIC X(02).
016100     05  SLA-DURACION-SEG    PIC X(08).
016200     05  FILLER              PIC X(02).
016300     05  SLA-ESTADO          PIC X(15).
016400     05  FILLER              PIC X(23).
016500 FD  COLA-GEN
016600     RECORDING MODE IS F.
016700     COPY REJSTD.
016800 FD  MES-PACK
016900     RECORDING MODE IS F.
017000 01  RPT-LINEA               PIC X(110).
017100 01  RPT-PROGRAMA-DET.
017200     05  RPT-PRG-PROGRAMA    PIC X(16).
017300     05  FILLER              PIC X(01).
017400     05  RPT-PRG-CORRIDAS    PIC Z(5)9.
017500     05  FILLER              PIC X(01).
017600     05  RPT-PRG-LEIDOS      PIC Z(10)9.
017700     05  FILLER              PIC X(01).
017800     05  RPT-PRG-ESCRITOS    PIC Z(10)9.
017900     05  FILLER              PIC X(01).
018000     05  RPT-PRG-RECHAZADOS  PIC Z(10)9.
018100     05  FILLER              PIC X(01).
018200     05  RPT-PRG-PORCENTAJE  PIC ZZ9.99.
018300     05  FILLER              PIC X(01).
018400     05  RPT-PRG-PLAZOS      PIC Z(4)9.
018500     05  FILLER              PIC X(01).
018600     05  RPT-PRG-CRITICAS    PIC Z(4)9.
018700     05  FILLER              PIC X(01).
018800     05  RPT-PRG-AVISOS      PIC Z(4)9.
018900     05  FILLER              PIC X(01).
019000     05  RPT-PRG-INFORMES    PIC Z(4)9.
019100     05  FILLER              PIC X(01).
019200     05  RPT-PRG-COLA        PIC Z(6)9.
019300 01  RPT-CLIENTE-DET.
019400     05  RPT-CLI-CLIENTE     PIC X(08).
019500     05  FILLER              PIC X(01).
019600     05  RPT-CLI-FACTURABLES PIC Z(10)9.
019700     05  FILLER              PIC X(01).
019800     05  RPT-CLI-RECHAZADOS  PIC Z(10)9.
019900     05  FILLER              PIC X(01).
020000     05  RPT-CLI-PORCENTAJE  PIC ZZ9.99.
020100     05  FILLER              PIC X(01).
020200     05  RPT-CLI-FACTURAS    PIC Z(6)9.
020300     05  FILLER              PIC X(01).
020400     05  RPT-CLI-BASE        PIC Z(12)9.99.
020500     05  FILLER              PIC X(01).
020600     05  RPT-CLI-CUOTA       PIC Z(12)9.99.
020700     05  FILLER              PIC X(01).
020800     05  RPT-CLI-BRUTO       PIC Z(12)9.99.
020900 01  RPT-RESUMEN-REGISTRO.
021000     05  RPT-RESUMEN-ETIQUETA PIC X(30).
021100     05  RPT-RESUMEN-VALOR    PIC Z(10)9.
021200     05  FILLER               PIC X(02).
021300     05  RPT-RESUMEN-NOTA     PIC X(40).
021400 WORKING-STORAGE SECTION.
021500*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
021600     COPY FECNEG.
021700*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
021800     COPY OPSSTD.
021900*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
022000     COPY AUDREG.
022100*    AREA DE COMUNICACION CON EL MODULO DE PERIODOS (PERIODO).
022200     COPY PERSTD.
022300 01  WS-PAR-STATUS           PIC X(02).
022400     88  WS-PAR-NO-EXISTE            VALUE "35".
022500 01  WS-PER-STATUS           PIC X(02).
022600     88  WS-PER-NO-EXISTE            VALUE "35".
022700 01  WS-MET-STATUS           PIC X(02).
022800     88  WS-MET-NO-EXISTE            VALUE "35".
022900     88  WS-MET-FIN-FICHERO          VALUE "10".
023000 01  WS-TOT-STATUS           PIC X(02).
023100     88  WS-TOT-NO-EXISTE            VALUE "35".
023200     88  WS-TOT-FIN-FICHERO          VALUE "10".
023300 01  WS-HIS-STATUS           PIC X(02).
023400     88  WS-HIS-NO-EXISTE            VALUE "35".
023500     88  WS-HIS-FIN-FICHERO          VALUE "10".
023600 01  WS-PEN-STATUS           PIC X(02).
023700     88  WS-PEN-NO-EXISTE            VALUE "35".
023800     88  WS-PEN-FIN-FICHERO          VALUE "10".
023900 01  WS-VOL-STATUS           PIC X(02).
024000     88  WS-VOL-NO-EXISTE            VALUE "35".
024100     88  WS-VOL-FIN-FICHERO          VALUE "10".
024200 01  WS-FAC-STATUS           PIC X(02).
024300     88  WS-FAC-ABIERTO              VALUE "00".
024400     88  WS-FAC-FIN-FICHERO          VALUE "10".
024500 01  WS-SLA-STATUS           PIC X(02).
024600     88  WS-SLA-ABIERTO              VALUE "00".
024700     88  WS-SLA-FIN-FICHERO          VALUE "10".
024800 01  WS-QUE-STATUS           PIC X(02).
024900     88  WS-QUE-ABIERTO              VALUE "00".
025000     88  WS-QUE-FIN-FICHERO          VALUE "10".
025100 01  WS-SWITCHES.
025200     05  WS-ACCION           PIC X(01) VALUE "C".
025300         88  ACCION-CIERRE           VALUE "C".
025400         88  ACCION-REAPERTURA       VALUE "R".
025500     05  WS-PETICION-VALIDA  PIC X(01) VALUE "S".
025600         88  PETICION-VALIDA         VALUE "S".
025700 01  WS-OPERADOR             PIC X(08) VALUE SPACES.
025800 01  WS-MOTIVO               PIC X(40) VALUE SPACES.
025900 01  WS-MOTIVO-REAPERTURA    PIC X(40) VALUE SPACES.
026000*    MES A CERRAR O REABRIR Y MES DE LA FECHA DE NEGOCIO.
026100 01  WS-MES-CIERRE           PIC 9(06) VALUE ZERO.
026200 01  WS-MES-CIERRE-R REDEFINES WS-MES-CIERRE.
026300     05  WS-MES-AAAA         PIC 9(04).
026400     05  WS-MES-MM           PIC 9(02).
026500 01  WS-MES-NEGOCIO          PIC 9(06) VALUE ZERO.
026600*    GENERACION DIARIA QUE SE ABRE (<FICHERO><AAAAMMDD>).
026700 01  WS-NOMBRE-GEN           PIC X(20) VALUE SPACES.
026800 01  WS-DIA                  PIC 9(02) VALUE ZERO.
026900 01  WS-FECHA-COLA           PIC 9(08) VALUE ZERO.
027000 01  WS-EDIT-FECHA           PIC 9(08).
027100 01  WS-PORCENTAJE           PIC 9(03)V9(02) VALUE ZERO.
027200 01  WS-BASE-PORCENTAJE      PIC 9(11) COMP VALUE ZERO.
027300*----------------------------------------------------------------
027400* ACUMULADOS DEL MES POR PROGRAMA Y POR CLIENTE. EL NOMBRE DE
027500* PROGRAMA ES EL DE METRICAS Y ALERTAS (8) O EL DE RUNCTL EN LOS
027600* PLAZOS (16).
027700*----------------------------------------------------------------
027800 01  WS-TABLA-PROGRAMAS.
027900     05  WS-NUM-PROGRAMAS    PIC 9(03) COMP VALUE ZERO.
028000     05  WS-PRG-ENTRY OCCURS 100 TIMES.
028100         10  WS-PRG-PROGRAMA PIC X(16).
028200         10  WS-PRG-CORRIDAS PIC 9(07) COMP.
028300         10  WS-PRG-LEIDOS   PIC 9(11) COMP.
028400         10  WS-PRG-ESCRITOS PIC 9(11) COMP.
028500         10  WS-PRG-RECHAZADOS PIC 9(11) COMP.
028600         10  WS-PRG-PLAZOS   PIC 9(05) COMP.
028700         10  WS-PRG-CRITICAS PIC 9(05) COMP.
028800         10  WS-PRG-AVISOS   PIC 9(05) COMP.
028900         10  WS-PRG-INFORMES PIC 9(05) COMP.
029000         10  WS-PRG-COLA     PIC 9(07) COMP.
029100 01  WS-TABLA-CLIENTES.
029200     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
029300     05  WS-CLI-ENTRY OCCURS 500 TIMES.
029400         10  WS-CLI-CLIENTE  PIC X(08).
029500         10  WS-CLI-FACTURABLES PIC 9(11) COMP.
029600         10  WS-CLI-RECHAZADOS PIC 9(11) COMP.
029700         10  WS-CLI-FACTURAS PIC 9(07) COMP.
029800         10  WS-CLI-BASE     PIC 9(13)V9(02) COMP-3.
029900         10  WS-CLI-CUOTA    PIC 9(13)V9(02) COMP-3.
030000         10  WS-CLI-BRUTO    PIC 9(13)V9(02) COMP-3.
030100 01  WS-PROGRAMA-BUSCADO     PIC X(16) VALUE SPACES.
030200 01  WS-CLIENTE-BUSCADO      PIC X(08) VALUE SPACES.
030300 01  WS-SEVERIDAD            PIC X(01) VALUE SPACE.
030400 01  WS-IDX                  PIC 9(03) COMP VALUE ZERO.
030500 01  WS-IDX-HALLADO          PIC 9(03) COMP VALUE ZERO.
030600*    TOTALES DEL MES DE PALINDROMO (PALINTOT).
030700 01  WS-PALINDROMO.
030800     05  WS-PAL-CORRIDAS     PIC 9(07) COMP VALUE ZERO.
030900     05  WS-PAL-PROCESADOS   PIC 9(11) COMP VALUE ZERO.
031000     05  WS-PAL-PERFECTOS    PIC 9(11) COMP VALUE ZERO.
031100     05  WS-PAL-ERRORES      PIC 9(11) COMP VALUE ZERO.
031200     05  WS-PAL-RECHAZADOS   PIC 9(11) COMP VALUE ZERO.
031300*    TOTALES DE FACTURACION DEL MES.
031400 01  WS-FACTURACION.
031500     05  WS-FAC-FACTURAS     PIC 9(07) COMP VALUE ZERO.
031600     05  WS-FAC-BASE         PIC 9(13)V9(02) COMP-3 VALUE ZERO.
031700     05  WS-FAC-CUOTA        PIC 9(13)V9(02) COMP-3 VALUE ZERO.
031800     05  WS-FAC-BRUTO        PIC 9(13)V9(02) COMP-3 VALUE ZERO.
031900 01  WS-CONTADORES.
032000     05  WS-TOTAL-METRICAS   PIC 9(07) COMP VALUE ZERO.
032100     05  WS-TOTAL-ALERTAS    PIC 9(07) COMP VALUE ZERO.
032200     05  WS-TOTAL-VOLUMENES  PIC 9(07) COMP VALUE ZERO.
032300     05  WS-TOTAL-PLAZOS     PIC 9(07) COMP VALUE ZERO.
032400     05  WS-TOTAL-COLA       PIC 9(07) COMP VALUE ZERO.
032500     05  WS-GEN-FACTOUT      PIC 9(03) COMP VALUE ZERO.
032600     05  WS-GEN-SLARPT       PIC 9(03) COMP VALUE ZERO.
032700     05  WS-TOTAL-DESBORDADOS PIC 9(07) COMP VALUE ZERO.
032800 PROCEDURE       DIVISION.
032900*================================================================
033000 0000-MAINLINE.
033100*================================================================
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033300     IF PETICION-VALIDA AND ACCION-CIERRE
033400         PERFORM 2000-CARGAR-METRICAS THRU 2000-EXIT
033500         PERFORM 2200-CARGAR-PALINDROMO THRU 2200-EXIT
033600         PERFORM 2400-CARGAR-ALERTAS THRU 2400-EXIT
033700         PERFORM 2600-CARGAR-VOLUMENES THRU 2600-EXIT
033800         PERFORM 2800-CARGAR-FACTURAS THRU 2800-EXIT
033900         PERFORM 3000-CARGAR-PLAZOS THRU 3000-EXIT
034000         PERFORM 3200-CARGAR-COLA THRU 3200-EXIT
034100         PERFORM 6000-ESCRIBIR-PAQUETE THRU 6000-EXIT
034200     END-IF
034300     IF PETICION-VALIDA
034400         PERFORM 7000-ANOTAR-PERIODO THRU 7000-EXIT
034500     END-IF
034600     PERFORM 7500-AUDITAR THRU 7500-EXIT
034700     PERFORM 9000-TERMINATE THRU 9000-EXIT
034800     GOBACK.
034900*================================================================
035000 1000-INITIALIZE.
035100*================================================================
035200     OPEN OUTPUT MES-PACK
035300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
035400     CALL "FECHANEG" USING FEC-NEG-AREA
035500     MOVE FEC-NEG-FECHA(1:6) TO WS-MES-NEGOCIO
035600     PERFORM 1200-LEER-TARJETA THRU 1200-EXIT
035700     PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
035800     IF PETICION-VALIDA
035900         PERFORM 1700-COMPROBAR-MES THRU 1700-EXIT
036000     END-IF.
036100 1000-EXIT.
036200     EXIT.
036300*================================================================
036400 1200-LEER-TARJETA.
036500*================================================================
036600*    POR OMISION SE CIERRA EL MES ANTERIOR AL DE LA FECHA DE
036700*    NEGOCIO.
036800     MOVE WS-MES-NEGOCIO TO WS-MES-CIERRE
036900     IF WS-MES-MM = 1
037000         SUBTRACT 1 FROM WS-MES-AAAA
037100         MOVE 12 TO WS-MES-MM
037200     ELSE
037300         SUBTRACT 1 FROM WS-MES-MM
037400     END-IF
037500     OPEN INPUT CIERRE-PARM
037600     IF WS-PAR-NO-EXISTE
037700         GO TO 1200-EXIT
037800     END-IF
037900     READ CIERRE-PARM
038000         AT END
038100             MOVE SPACES TO PAR-REGISTRO
038200     END-READ
038300     CLOSE CIERRE-PARM
038400     EVALUATE PAR-ACCION
038500         WHEN "C"
038600         WHEN SPACE
038700             MOVE "C" TO WS-ACCION
038800         WHEN "R"
038900             MOVE "R" TO WS-ACCION
039000         WHEN OTHER
039100             MOVE "N" TO WS-PETICION-VALIDA
039200             MOVE "ACCION DESCONOCIDA EN CIERPAR" TO WS-MOTIVO
039300     END-EVALUATE
039400     MOVE PAR-MOTIVO TO WS-MOTIVO-REAPERTURA
039500     IF PAR-MES = SPACES
039600         GO TO 1200-EXIT
039700     END-IF
039800     IF PAR-MES IS NUMERIC
039900         MOVE PAR-MES-N TO WS-MES-CIERRE
040000     END-IF
040100     IF PAR-MES IS NOT NUMERIC
040200      OR WS-MES-MM < 1 OR WS-MES-MM > 12
040300         MOVE "N" TO WS-PETICION-VALIDA
040400         MOVE "MES NO VALIDO EN CIERPAR" TO WS-MOTIVO
040500     END-IF.
040600 1200-EXIT.
040700     EXIT.
040800*================================================================
040900 1500-COMPROBAR-OPERADOR.
041000*================================================================
041100*    EL OPERADOR SE IDENTIFICA SIEMPRE, PARA LA AUDITORIA, AUNQUE
041200*    LA TARJETA YA HAYA SIDO RECHAZADA.
041300     MOVE SPACES TO OPS-STD-AREA
041400     IF ACCION-REAPERTURA
041500         MOVE "REAPERTURA" TO OPS-STD-PERMISO
041600     ELSE
041700         MOVE "CIERRE" TO OPS-STD-PERMISO
041800     END-IF
041900     CALL "OPERSEG" USING OPS-STD-AREA
042000     MOVE OPS-STD-OPERADOR TO WS-OPERADOR
042100     IF OPS-PERMITIDO OR NOT PETICION-VALIDA
042200         GO TO 1500-EXIT
042300     END-IF
042400     MOVE "N" TO WS-PETICION-VALIDA
042500     IF ACCION-REAPERTURA
042600         MOVE "OPERADOR SIN PERMISO DE REAPERTURA" TO WS-MOTIVO
042700     ELSE
042800         MOVE "OPERADOR SIN PERMISO DE CIERRE" TO WS-MOTIVO
042900     END-IF.
043000 1500-EXIT.
043100     EXIT.
043200*================================================================
043300 1700-COMPROBAR-MES.
043400*================================================================
043500     MOVE SPACES TO PER-STD-AREA
043600     COMPUTE PER-STD-FECHA = WS-MES-CIERRE * 100 + 1
043700     CALL "PERIODO" USING PER-STD-AREA
043800     IF ACCION-REAPERTURA
043900         IF NOT PER-MES-CERRADO
044000             MOVE "N" TO WS-PETICION-VALIDA
044100             MOVE "EL MES NO ESTA CERRADO" TO WS-MOTIVO
044200             GO TO 1700-EXIT
044300         END-IF
044400         IF WS-MOTIVO-REAPERTURA = SPACES
044500             MOVE "N" TO WS-PETICION-VALIDA
044600             MOVE "REAPERTURA SIN MOTIVO EN CIERPAR" TO WS-MOTIVO
044700         END-IF
044800         GO TO 1700-EXIT
044900     END-IF
045000     IF WS-MES-CIERRE NOT < WS-MES-NEGOCIO
045100         MOVE "N" TO WS-PETICION-VALIDA
045200         MOVE "EL MES AUN NO HA TERMINADO" TO WS-MOTIVO
045300         GO TO 1700-EXIT
045400     END-IF
045500     IF PER-MES-CERRADO
045600         MOVE "N" TO WS-PETICION-VALIDA
045700         MOVE "EL MES YA ESTA CERRADO" TO WS-MOTIVO
045800     END-IF.
045900 1700-EXIT.
046000     EXIT.
046100*================================================================
046200 2000-CARGAR-METRICAS.
046300*================================================================
046400     OPEN INPUT METRICAS-FILE
046500     IF WS-MET-NO-EXISTE
046600         GO TO 2000-EXIT
046700     END-IF
046800     PERFORM 2010-LEER-METRICA THRU 2010-EXIT
046900     PERFORM 2050-ACUMULAR-METRICA THRU 2050-EXIT
047000         UNTIL WS-MET-FIN-FICHERO
047100     CLOSE METRICAS-FILE.
047200 2000-EXIT.
047300     EXIT.
047400*================================================================
047500 2010-LEER-METRICA.
047600*================================================================
047700     READ METRICAS-FILE
047800         AT END
047900             MOVE "10" TO WS-MET-STATUS
048000     END-READ.
048100 2010-EXIT.
048200     EXIT.
048300*================================================================
048400 2050-ACUMULAR-METRICA.
048500*================================================================
048600     IF MET-REG-FECHA(1:6) NOT = WS-MES-CIERRE
048700      OR MET-REG-PROGRAMA = SPACES
048800         GO TO 2050-SIGUIENTE
048900     END-IF
049000     ADD 1 TO WS-TOTAL-METRICAS
049100     MOVE MET-REG-PROGRAMA TO WS-PROGRAMA-BUSCADO
049200     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
049300     IF WS-IDX-HALLADO = 0
049400         GO TO 2050-SIGUIENTE
049500     END-IF
049600     ADD 1 TO WS-PRG-CORRIDAS(WS-IDX-HALLADO)
049700     ADD MET-REG-LEIDOS     TO WS-PRG-LEIDOS(WS-IDX-HALLADO)
049800     ADD MET-REG-ESCRITOS   TO WS-PRG-ESCRITOS(WS-IDX-HALLADO)
049900     ADD MET-REG-RECHAZADOS TO WS-PRG-RECHAZADOS(WS-IDX-HALLADO).
050000 2050-SIGUIENTE.
050100     PERFORM 2010-LEER-METRICA THRU 2010-EXIT.
050200 2050-EXIT.
050300     EXIT.
050400*================================================================
050500 2200-CARGAR-PALINDROMO.
050600*================================================================
050700     OPEN INPUT PALINDROMO-TOT
050800     IF WS-TOT-NO-EXISTE
050900         GO TO 2200-EXIT
051000     END-IF
051100     PERFORM 2210-LEER-TOTAL THRU 2210-EXIT
051200     PERFORM 2250-ACUMULAR-TOTAL THRU 2250-EXIT
051300         UNTIL WS-TOT-FIN-FICHERO
051400     CLOSE PALINDROMO-TOT.
051500 2200-EXIT.
051600     EXIT.
051700*================================================================
051800 2210-LEER-TOTAL.
051900*================================================================
052000     READ PALINDROMO-TOT
052100         AT END
052200             MOVE "10" TO WS-TOT-STATUS
052300     END-READ.
052400 2210-EXIT.
052500     EXIT.
052600*================================================================
052700 2250-ACUMULAR-TOTAL.
052800*================================================================
052900     IF TOT-FECHA(1:6) = WS-MES-CIERRE
053000         ADD 1              TO WS-PAL-CORRIDAS
053100         ADD TOT-PROCESADOS TO WS-PAL-PROCESADOS
053200         ADD TOT-PERFECTO   TO WS-PAL-PERFECTOS
053300         ADD TOT-ERROR      TO WS-PAL-ERRORES
053400         ADD TOT-RECHAZADOS TO WS-PAL-RECHAZADOS
053500     END-IF
053600     PERFORM 2210-LEER-TOTAL THRU 2210-EXIT.
053700 2250-EXIT.
053800     EXIT.
053900*================================================================
054000 2400-CARGAR-ALERTAS.
054100*================================================================
054200*    LAS ALERTAS DEL MES ESTAN EN EL HISTORICO SI YA SE
054300*    RECONOCIERON Y EN EL MAESTRO DE PENDIENTES SI NO; UNA ALERTA
054400*    ESTA EN UNO U OTRO, NUNCA EN LOS DOS.
054500     OPEN INPUT ALERTA-HIST
054600     IF NOT WS-HIS-NO-EXISTE
054700         PERFORM 2410-LEER-HISTORICO THRU 2410-EXIT
054800         PERFORM 2450-ANOTAR-HISTORICO THRU 2450-EXIT
054900             UNTIL WS-HIS-FIN-FICHERO
055000         CLOSE ALERTA-HIST
055100     END-IF
055200     OPEN INPUT ALERTA-PEND
055300     IF NOT WS-PEN-NO-EXISTE
055400         PERFORM 2510-LEER-PENDIENTE THRU 2510-EXIT
055500         PERFORM 2550-ANOTAR-PENDIENTE THRU 2550-EXIT
055600             UNTIL WS-PEN-FIN-FICHERO
055700         CLOSE ALERTA-PEND
055800     END-IF.
055900 2400-EXIT.
056000     EXIT.
056100*================================================================
056200 2410-LEER-HISTORICO.
056300*================================================================
056400     READ ALERTA-HIST
056500         AT END
056600             MOVE "10" TO WS-HIS-STATUS
056700     END-READ.
056800 2410-EXIT.
056900     EXIT.
057000*================================================================
057100 2450-ANOTAR-HISTORICO.
057200*================================================================
057300     IF HIS-FECHA(1:6) = WS-MES-CIERRE
057400         MOVE HIS-PROGRAMA  TO WS-PROGRAMA-BUSCADO
057500         MOVE HIS-SEVERIDAD TO WS-SEVERIDAD
057600         PERFORM 2580-CONTAR-ALERTA THRU 2580-EXIT
057700     END-IF
057800     PERFORM 2410-LEER-HISTORICO THRU 2410-EXIT.
057900 2450-EXIT.
058000     EXIT.
058100*================================================================
058200 2510-LEER-PENDIENTE.
058300*================================================================
058400     READ ALERTA-PEND
058500         AT END
058600             MOVE "10" TO WS-PEN-STATUS
058700     END-READ.
058800 2510-EXIT.
058900     EXIT.
059000*================================================================
059100 2550-ANOTAR-PENDIENTE.
059200*================================================================
059300     IF PEN-FECHA(1:6) = WS-MES-CIERRE
059400         MOVE PEN-PROGRAMA  TO WS-PROGRAMA-BUSCADO
059500         MOVE PEN-SEVERIDAD TO WS-SEVERIDAD
059600         PERFORM 2580-CONTAR-ALERTA THRU 2580-EXIT
059700     END-IF
059800     PERFORM 2510-LEER-PENDIENTE THRU 2510-EXIT.
059900 2550-EXIT.
060000     EXIT.
060100*================================================================
060200 2580-CONTAR-ALERTA.
060300*================================================================
060400     ADD 1 TO WS-TOTAL-ALERTAS
060500     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
060600     IF WS-IDX-HALLADO = 0
060700         GO TO 2580-EXIT
060800     END-IF
060900     EVALUATE WS-SEVERIDAD
061000         WHEN "C"
061100             ADD 1 TO WS-PRG-CRITICAS(WS-IDX-HALLADO)
061200         WHEN "A"
061300             ADD 1 TO WS-PRG-AVISOS(WS-IDX-HALLADO)
061400         WHEN OTHER
061500             ADD 1 TO WS-PRG-INFORMES(WS-IDX-HALLADO)
061600     END-EVALUATE.
061700 2580-EXIT.
061800     EXIT.
061900*================================================================
062000 2600-CARGAR-VOLUMENES.
062100*================================================================
062200     OPEN INPUT VOLUMEN-TXT
062300     IF WS-VOL-NO-EXISTE
062400         GO TO 2600-EXIT
062500     END-IF
062600     PERFORM 2610-LEER-VOLUMEN THRU 2610-EXIT
062700     PERFORM 2650-ACUMULAR-VOLUMEN THRU 2650-EXIT
062800         UNTIL WS-VOL-FIN-FICHERO
062900     CLOSE VOLUMEN-TXT.
063000 2600-EXIT.
063100     EXIT.
063200*================================================================
063300 2610-LEER-VOLUMEN.
063400*================================================================
063500     READ VOLUMEN-TXT
063600         AT END
063700             MOVE "10" TO WS-VOL-STATUS
063800     END-READ.
063900 2610-EXIT.
064000     EXIT.
064100*================================================================
064200 2650-ACUMULAR-VOLUMEN.
064300*================================================================
064400*    SOLO LOS REGISTROS V; LOS R DETALLAN RECHAZOS YA CONTADOS.
064500     IF NOT VOL-ES-VOLUMEN
064600      OR VOL-FECHA(1:6) NOT = WS-MES-CIERRE
064700         GO TO 2650-SIGUIENTE
064800     END-IF
064900     ADD 1 TO WS-TOTAL-VOLUMENES
065000     MOVE VOL-CLIENTE TO WS-CLIENTE-BUSCADO
065100     PERFORM 4100-BUSCAR-CLIENTE THRU 4100-EXIT
065200     IF WS-IDX-HALLADO = 0
065300         GO TO 2650-SIGUIENTE
065400     END-IF
065500     ADD VOL-FACTURABLES TO WS-CLI-FACTURABLES(WS-IDX-HALLADO)
065600     ADD VOL-RECHAZADOS  TO WS-CLI-RECHAZADOS(WS-IDX-HALLADO).
065700 2650-SIGUIENTE.
065800     PERFORM 2610-LEER-VOLUMEN THRU 2610-EXIT.
065900 2650-EXIT.
066000     EXIT.
066100*================================================================
066200 2800-CARGAR-FACTURAS.
066300*================================================================
066400     PERFORM 2810-LEER-GENERACION THRU 2810-EXIT
066500         VARYING WS-DIA FROM 1 BY 1
066600         UNTIL WS-DIA > 31.
066700 2800-EXIT.
066800     EXIT.
066900*================================================================
067000 2810-LEER-GENERACION.
067100*================================================================
067200     MOVE SPACES TO WS-NOMBRE-GEN
067300     STRING "FACTOUT" WS-MES-CIERRE WS-DIA
067400         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
067500     END-STRING
067600     OPEN INPUT FACTURA-GEN
067700     IF NOT WS-FAC-ABIERTO
067800         GO TO 2810-EXIT
067900     END-IF
068000     ADD 1 TO WS-GEN-FACTOUT
068100     PERFORM 2820-LEER-FACTURA THRU 2820-EXIT
068200     PERFORM 2850-ACUMULAR-FACTURA THRU 2850-EXIT
068300         UNTIL WS-FAC-FIN-FICHERO
068400     CLOSE FACTURA-GEN.
068500 2810-EXIT.
068600     EXIT.
068700*================================================================
068800 2820-LEER-FACTURA.
068900*================================================================
069000     READ FACTURA-GEN
069100         AT END
069200             MOVE "10" TO WS-FAC-STATUS
069300     END-READ.
069400 2820-EXIT.
069500     EXIT.
069600*================================================================
069700 2850-ACUMULAR-FACTURA.
069800*================================================================
069900     IF CTL-ES-CONTROL OR FAC-CLIENTE = SPACES
070000         GO TO 2850-SIGUIENTE
070100     END-IF
070200     ADD 1           TO WS-FAC-FACTURAS
070300     ADD FAC-IMPORTE TO WS-FAC-BASE
070400     ADD FAC-CUOTA   TO WS-FAC-CUOTA
070500     ADD FAC-BRUTO   TO WS-FAC-BRUTO
070600     MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCADO
070700     PERFORM 4100-BUSCAR-CLIENTE THRU 4100-EXIT
070800     IF WS-IDX-HALLADO = 0
070900         GO TO 2850-SIGUIENTE
071000     END-IF
071100     ADD 1           TO WS-CLI-FACTURAS(WS-IDX-HALLADO)
071200     ADD FAC-IMPORTE TO WS-CLI-BASE(WS-IDX-HALLADO)
071300     ADD FAC-CUOTA   TO WS-CLI-CUOTA(WS-IDX-HALLADO)
071400     ADD FAC-BRUTO   TO WS-CLI-BRUTO(WS-IDX-HALLADO).
071500 2850-SIGUIENTE.
071600     PERFORM 2820-LEER-FACTURA THRU 2820-EXIT.
071700 2850-EXIT.
071800     EXIT.
071900*================================================================
072000 3000-CARGAR-PLAZOS.
072100*================================================================
072200     PERFORM 3010-LEER-GENERACION THRU 3010-EXIT
072300         VARYING WS-DIA FROM 1 BY 1
072400         UNTIL WS-DIA > 31.
072500 3000-EXIT.
072600     EXIT.
072700*================================================================
072800 3010-LEER-GENERACION.
072900*================================================================
073000     MOVE SPACES TO WS-NOMBRE-GEN
073100     STRING "SLARPT" WS-MES-CIERRE WS-DIA
073200         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
073300     END-STRING
073400     OPEN INPUT SLA-GEN
073500     IF NOT WS-SLA-ABIERTO
073600         GO TO 3010-EXIT
073700     END-IF
073800     ADD 1 TO WS-GEN-SLARPT
073900     PERFORM 3020-LEER-PLAZO THRU 3020-EXIT
074000     PERFORM 3050-ANOTAR-PLAZO THRU 3050-EXIT
074100         UNTIL WS-SLA-FIN-FICHERO
074200     CLOSE SLA-GEN.
074300 3010-EXIT.
074400     EXIT.
074500*================================================================
074600 3020-LEER-PLAZO.
074700*================================================================
074800     READ SLA-GEN
074900         AT END
075000             MOVE "10" TO WS-SLA-STATUS
075100     END-READ.
075200 3020-EXIT.
075300     EXIT.
075400*================================================================
075500 3050-ANOTAR-PLAZO.
075600*================================================================
075700*    COMO EN RELEVO: SOLO CUENTAN LAS LINEAS FUERA DE PLAZO O SIN
075800*    HORA DE FIN.
075900     IF SLA-ESTADO NOT = "FUERA DE PLAZO"
076000      AND SLA-ESTADO NOT = "SIN HORA DE FIN"
076100         GO TO 3050-SIGUIENTE
076200     END-IF
076300     ADD 1 TO WS-TOTAL-PLAZOS
076400     MOVE SLA-PROGRAMA TO WS-PROGRAMA-BUSCADO
076500     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
076600     IF WS-IDX-HALLADO > 0
076700         ADD 1 TO WS-PRG-PLAZOS(WS-IDX-HALLADO)
076800     END-IF.
076900 3050-SIGUIENTE.
077000     PERFORM 3020-LEER-PLAZO THRU 3020-EXIT.
077100 3050-EXIT.
077200     EXIT.
077300*================================================================
077400 3200-CARGAR-COLA.
077500*================================================================
077600*    LA COLA DE REPARACION ES UNA FOTO: VALE LA ULTIMA GENERACION
077700*    GUARDADA DENTRO DEL MES.
077800     PERFORM 3210-LEER-GENERACION THRU 3210-EXIT
077900         VARYING WS-DIA FROM 31 BY -1
078000         UNTIL WS-DIA = 0 OR WS-FECHA-COLA > 0.
078100 3200-EXIT.
078200     EXIT.
078300*================================================================
078400 3210-LEER-GENERACION.
078500*================================================================
078600     MOVE SPACES TO WS-NOMBRE-GEN
078700     STRING "REPARQUE" WS-MES-CIERRE WS-DIA
078800         DELIMITED BY SIZE INTO WS-NOMBRE-GEN
078900     END-STRING
079000     OPEN INPUT COLA-GEN
079100     IF NOT WS-QUE-ABIERTO
079200         GO TO 3210-EXIT
079300     END-IF
079400     COMPUTE WS-FECHA-COLA = WS-MES-CIERRE * 100 + WS-DIA
079500     PERFORM 3220-LEER-COLA THRU 3220-EXIT
079600     PERFORM 3250-ANOTAR-COLA THRU 3250-EXIT
079700         UNTIL WS-QUE-FIN-FICHERO
079800     CLOSE COLA-GEN.
079900 3210-EXIT.
080000     EXIT.
080100*================================================================
080200 3220-LEER-COLA.
080300*================================================================
080400     READ COLA-GEN
080500         AT END
080600             MOVE "10" TO WS-QUE-STATUS
080700     END-READ.
080800 3220-EXIT.
080900     EXIT.
081000*================================================================
081100 3250-ANOTAR-COLA.
081200*================================================================
081300     IF REJ-STD-PROGRAMA = SPACES
081400         GO TO 3250-SIGUIENTE
081500     END-IF
081600     ADD 1 TO WS-TOTAL-COLA
081700     MOVE REJ-STD-PROGRAMA TO WS-PROGRAMA-BUSCADO
081800     PERFORM 4000-BUSCAR-PROGRAMA THRU 4000-EXIT
081900     IF WS-IDX-HALLADO > 0
082000         ADD 1 TO WS-PRG-COLA(WS-IDX-HALLADO)
082100     END-IF.
082200 3250-SIGUIENTE.
082300     PERFORM 3220-LEER-COLA THRU 3220-EXIT.
082400 3250-EXIT.
082500     EXIT.
082600*================================================================
082700 4000-BUSCAR-PROGRAMA.
082800*================================================================
082900*    DEVUELVE EN WS-IDX-HALLADO LA ENTRADA DEL PROGRAMA, DANDOLA
083000*    DE ALTA SI ES NUEVO; CON LA TABLA LLENA DEVUELVE 0 Y SE
083100*    CUENTA.
083200     MOVE 0 TO WS-IDX-HALLADO
083300     PERFORM 4050-COMPARAR-PROGRAMA THRU 4050-EXIT
083400         VARYING WS-IDX FROM 1 BY 1
083500         UNTIL WS-IDX > WS-NUM-PROGRAMAS OR WS-IDX-HALLADO > 0
083600     IF WS-IDX-HALLADO > 0
083700         GO TO 4000-EXIT
083800     END-IF
083900     IF WS-NUM-PROGRAMAS >= 100
084000         ADD 1 TO WS-TOTAL-DESBORDADOS
084100         GO TO 4000-EXIT
084200     END-IF
084300     ADD 1 TO WS-NUM-PROGRAMAS
084400     MOVE WS-NUM-PROGRAMAS TO WS-IDX-HALLADO
084500     MOVE WS-PROGRAMA-BUSCADO TO WS-PRG-PROGRAMA(WS-IDX-HALLADO)
084600     MOVE 0 TO WS-PRG-CORRIDAS(WS-IDX-HALLADO)
084700               WS-PRG-LEIDOS(WS-IDX-HALLADO)
084800               WS-PRG-ESCRITOS(WS-IDX-HALLADO)
084900               WS-PRG-RECHAZADOS(WS-IDX-HALLADO)
085000               WS-PRG-PLAZOS(WS-IDX-HALLADO)
085100               WS-PRG-CRITICAS(WS-IDX-HALLADO)
085200               WS-PRG-AVISOS(WS-IDX-HALLADO)
085300               WS-PRG-INFORMES(WS-IDX-HALLADO)
085400               WS-PRG-COLA(WS-IDX-HALLADO).
085500 4000-EXIT.
085600     EXIT.
085700*================================================================
085800 4050-COMPARAR-PROGRAMA.
085900*================================================================
086000     IF WS-PRG-PROGRAMA(WS-IDX) = WS-PROGRAMA-BUSCADO
086100         MOVE WS-IDX TO WS-IDX-HALLADO
086200     END-IF.
086300 4050-EXIT.
086400     EXIT.
086500*================================================================
086600 4100-BUSCAR-CLIENTE.
086700*================================================================
086800     MOVE 0 TO WS-IDX-HALLADO
086900     PERFORM 4150-COMPARAR-CLIENTE THRU 4150-EXIT
087000         VARYING WS-IDX FROM 1 BY 1
087100         UNTIL WS-IDX > WS-NUM-CLIENTES OR WS-IDX-HALLADO > 0
087200     IF WS-IDX-HALLADO > 0
087300         GO TO 4100-EXIT
087400     END-IF
087500     IF WS-NUM-CLIENTES >= 500
087600         ADD 1 TO WS-TOTAL-DESBORDADOS
087700         GO TO 4100-EXIT
087800     END-IF
087900     ADD 1 TO WS-NUM-CLIENTES
088000     MOVE WS-NUM-CLIENTES TO WS-IDX-HALLADO
088100     MOVE WS-CLIENTE-BUSCADO TO WS-CLI-CLIENTE(WS-IDX-HALLADO)
088200     MOVE 0 TO WS-CLI-FACTURABLES(WS-IDX-HALLADO)
088300               WS-CLI-RECHAZADOS(WS-IDX-HALLADO)
088400               WS-CLI-FACTURAS(WS-IDX-HALLADO)
088500               WS-CLI-BASE(WS-IDX-HALLADO)
088600               WS-CLI-CUOTA(WS-IDX-HALLADO)
088700               WS-CLI-BRUTO(WS-IDX-HALLADO).
088800 4100-EXIT.
088900     EXIT.
089000*================================================================
089100 4150-COMPARAR-CLIENTE.
089200*================================================================
089300     IF WS-CLI-CLIENTE(WS-IDX) = WS-CLIENTE-BUSCADO
089400         MOVE WS-IDX TO WS-IDX-HALLADO
089500     END-IF.
089600 4150-EXIT.
089700     EXIT.
089800*================================================================
089900 6000-ESCRIBIR-PAQUETE.
090000*================================================================
090100     MOVE SPACES TO RPT-LINEA
090200     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
090300     STRING "PAQUETE MENSUAL DE OPERACION - MES " WS-MES-CIERRE
090400         " - FECHA DE NEGOCIO " WS-EDIT-FECHA
090500         DELIMITED BY SIZE INTO RPT-LINEA
090600     END-STRING
090700     WRITE RPT-LINEA
090800     MOVE SPACES TO RPT-LINEA
090900     WRITE RPT-LINEA
091000     MOVE "ACTIVIDAD POR PROGRAMA" TO RPT-LINEA
091100     WRITE RPT-LINEA
091200     MOVE SPACES TO RPT-LINEA
091300     STRING "PROGRAMA         CORRID.      LEIDOS    ESCRITOS"
091400         "  RECHAZADOS %RECH. PLAZO ALR-C ALR-A ALR-I    COLA"
091500         DELIMITED BY SIZE INTO RPT-LINEA
091600     END-STRING
091700     WRITE RPT-LINEA
091800     IF WS-NUM-PROGRAMAS = 0
091900         MOVE "SIN ACTIVIDAD REGISTRADA EN EL MES" TO RPT-LINEA
092000         WRITE RPT-LINEA
092100     END-IF
092200     PERFORM 6100-ESCRIBIR-PROGRAMA THRU 6100-EXIT
092300         VARYING WS-IDX FROM 1 BY 1
092400         UNTIL WS-IDX > WS-NUM-PROGRAMAS
092500     MOVE SPACES TO RPT-LINEA
092600     WRITE RPT-LINEA
092700     PERFORM 6200-ESCRIBIR-PALINDROMO THRU 6200-EXIT
092800     MOVE SPACES TO RPT-LINEA
092900     WRITE RPT-LINEA
093000     MOVE "ACTIVIDAD Y FACTURACION POR CLIENTE" TO RPT-LINEA
093100     WRITE RPT-LINEA
093200     MOVE SPACES TO RPT-LINEA
093300     STRING "CLIENTE   FACTURABLES  RECHAZADOS %RECH. FACTUR."
093400         "              BASE             CUOTA             BRUTO"
093500         DELIMITED BY SIZE INTO RPT-LINEA
093600     END-STRING
093700     WRITE RPT-LINEA
093800     IF WS-NUM-CLIENTES = 0
093900         MOVE "SIN VOLUMEN NI FACTURAS EN EL MES" TO RPT-LINEA
094000         WRITE RPT-LINEA
094100     END-IF
094200     PERFORM 6300-ESCRIBIR-CLIENTE THRU 6300-EXIT
094300         VARYING WS-IDX FROM 1 BY 1
094400         UNTIL WS-IDX > WS-NUM-CLIENTES
094500     MOVE SPACES TO RPT-CLIENTE-DET
094600     MOVE "TOTAL"         TO RPT-CLI-CLIENTE
094700     MOVE WS-FAC-FACTURAS TO RPT-CLI-FACTURAS
094800     MOVE WS-FAC-BASE     TO RPT-CLI-BASE
094900     MOVE WS-FAC-CUOTA    TO RPT-CLI-CUOTA
095000     MOVE WS-FAC-BRUTO    TO RPT-CLI-BRUTO
095100     WRITE RPT-CLIENTE-DET
095200     MOVE SPACES TO RPT-LINEA
095300     WRITE RPT-LINEA
095400     PERFORM 6400-RESUMEN-FUENTES THRU 6400-EXIT.
095500 6000-EXIT.
095600     EXIT.
095700*================================================================
095800 6100-ESCRIBIR-PROGRAMA.
095900*================================================================
096000     MOVE SPACES TO RPT-PROGRAMA-DET
096100     MOVE WS-PRG-PROGRAMA(WS-IDX)   TO RPT-PRG-PROGRAMA
096200     MOVE WS-PRG-CORRIDAS(WS-IDX)   TO RPT-PRG-CORRIDAS
096300     MOVE WS-PRG-LEIDOS(WS-IDX)     TO RPT-PRG-LEIDOS
096400     MOVE WS-PRG-ESCRITOS(WS-IDX)   TO RPT-PRG-ESCRITOS
096500     MOVE WS-PRG-RECHAZADOS(WS-IDX) TO RPT-PRG-RECHAZADOS
096600     MOVE 0 TO WS-PORCENTAJE
096700     IF WS-PRG-LEIDOS(WS-IDX) > 0
096800         COMPUTE WS-PORCENTAJE ROUNDED =
096900             WS-PRG-RECHAZADOS(WS-IDX) * 100
097000             / WS-PRG-LEIDOS(WS-IDX)
097100             ON SIZE ERROR
097200                 MOVE 999.99 TO WS-PORCENTAJE
097300         END-COMPUTE
097400     END-IF
097500     MOVE WS-PORCENTAJE             TO RPT-PRG-PORCENTAJE
097600     MOVE WS-PRG-PLAZOS(WS-IDX)     TO RPT-PRG-PLAZOS
097700     MOVE WS-PRG-CRITICAS(WS-IDX)   TO RPT-PRG-CRITICAS
097800     MOVE WS-PRG-AVISOS(WS-IDX)     TO RPT-PRG-AVISOS
097900     MOVE WS-PRG-INFORMES(WS-IDX)   TO RPT-PRG-INFORMES
098000     MOVE WS-PRG-COLA(WS-IDX)       TO RPT-PRG-COLA
098100     WRITE RPT-PROGRAMA-DET.
098200 6100-EXIT.
098300     EXIT.
098400*================================================================
098500 6200-ESCRIBIR-PALINDROMO.
098600*================================================================
098700     MOVE "VALIDACION DE PALINDROMOS (PALINTOT)" TO RPT-LINEA
098800     WRITE RPT-LINEA
098900     MOVE SPACES TO RPT-RESUMEN-NOTA
099000     MOVE "CORRIDAS"            TO RPT-RESUMEN-ETIQUETA
099100     MOVE WS-PAL-CORRIDAS       TO RPT-RESUMEN-VALOR
099200     IF WS-TOT-NO-EXISTE
099300         MOVE "PALINTOT NO DISPONIBLE" TO RPT-RESUMEN-NOTA
099400     END-IF
099500     WRITE RPT-RESUMEN-REGISTRO
099600     MOVE SPACES TO RPT-RESUMEN-NOTA
099700     MOVE "TEXTOS PROCESADOS"   TO RPT-RESUMEN-ETIQUETA
099800     MOVE WS-PAL-PROCESADOS     TO RPT-RESUMEN-VALOR
099900     WRITE RPT-RESUMEN-REGISTRO
100000     MOVE "PALINDROMOS PERFECTOS" TO RPT-RESUMEN-ETIQUETA
100100     MOVE WS-PAL-PERFECTOS      TO RPT-RESUMEN-VALOR
100200     WRITE RPT-RESUMEN-REGISTRO
100300     MOVE "NO PALINDROMOS"      TO RPT-RESUMEN-ETIQUETA
100400     MOVE WS-PAL-ERRORES        TO RPT-RESUMEN-VALOR
100500     WRITE RPT-RESUMEN-REGISTRO
100600     MOVE "TEXTOS RECHAZADOS"   TO RPT-RESUMEN-ETIQUETA
100700     MOVE WS-PAL-RECHAZADOS     TO RPT-RESUMEN-VALOR
100800     WRITE RPT-RESUMEN-REGISTRO.
100900 6200-EXIT.
101000     EXIT.
101100*================================================================
101200 6300-ESCRIBIR-CLIENTE.
101300*================================================================
101400*    EL PORCENTAJE DE RECHAZO DEL CLIENTE ES SOBRE LO QUE ENVIO:
101500*    FACTURABLES MAS RECHAZADOS.
101600     MOVE SPACES TO RPT-CLIENTE-DET
101700     MOVE WS-CLI-CLIENTE(WS-IDX)     TO RPT-CLI-CLIENTE
101800     MOVE WS-CLI-FACTURABLES(WS-IDX) TO RPT-CLI-FACTURABLES
101900     MOVE WS-CLI-RECHAZADOS(WS-IDX)  TO RPT-CLI-RECHAZADOS
102000     MOVE 0 TO WS-PORCENTAJE
102100     COMPUTE WS-BASE-PORCENTAJE = WS-CLI-FACTURABLES(WS-IDX)
102200         + WS-CLI-RECHAZADOS(WS-IDX)
102300     IF WS-BASE-PORCENTAJE > 0
102400         COMPUTE WS-PORCENTAJE ROUNDED =
102500             WS-CLI-RECHAZADOS(WS-IDX) * 100 / WS-BASE-PORCENTAJE
102600     END-IF
102700     MOVE WS-PORCENTAJE              TO RPT-CLI-PORCENTAJE
102800     MOVE WS-CLI-FACTURAS(WS-IDX)    TO RPT-CLI-FACTURAS
102900     MOVE WS-CLI-BASE(WS-IDX)        TO RPT-CLI-BASE
103000     MOVE WS-CLI-CUOTA(WS-IDX)       TO RPT-CLI-CUOTA
103100     MOVE WS-CLI-BRUTO(WS-IDX)       TO RPT-CLI-BRUTO
103200     WRITE RPT-CLIENTE-DET.
103300 6300-EXIT.
103400     EXIT.
103500*================================================================
103600 6400-RESUMEN-FUENTES.
103700*================================================================
103800     MOVE "FUENTES DEL PAQUETE" TO RPT-LINEA
103900     WRITE RPT-LINEA
104000     MOVE "REGISTROS DE METRICAS"       TO RPT-RESUMEN-ETIQUETA
104100     MOVE WS-TOTAL-METRICAS             TO RPT-RESUMEN-VALOR
104200     MOVE SPACES TO RPT-RESUMEN-NOTA
104300     IF WS-MET-NO-EXISTE
104400         MOVE "METRICAS NO DISPONIBLE" TO RPT-RESUMEN-NOTA
104500     END-IF
104600     WRITE RPT-RESUMEN-REGISTRO
104700     MOVE "ALERTAS DEL MES"             TO RPT-RESUMEN-ETIQUETA
104800     MOVE WS-TOTAL-ALERTAS              TO RPT-RESUMEN-VALOR
104900     MOVE SPACES TO RPT-RESUMEN-NOTA
105000     IF WS-HIS-NO-EXISTE
105100         MOVE "ALERTHIST NO DISPONIBLE" TO RPT-RESUMEN-NOTA
105200     END-IF
105300     WRITE RPT-RESUMEN-REGISTRO
105400     MOVE "REGISTROS DE VOLUMEN"        TO RPT-RESUMEN-ETIQUETA
105500     MOVE WS-TOTAL-VOLUMENES            TO RPT-RESUMEN-VALOR
105600     MOVE SPACES TO RPT-RESUMEN-NOTA
105700     IF WS-VOL-NO-EXISTE
105800         MOVE "VOLTXT NO DISPONIBLE" TO RPT-RESUMEN-NOTA
105900     END-IF
106000     WRITE RPT-RESUMEN-REGISTRO
106100     MOVE "GENERACIONES DE FACTOUT"     TO RPT-RESUMEN-ETIQUETA
106200     MOVE WS-GEN-FACTOUT                TO RPT-RESUMEN-VALOR
106300     MOVE SPACES TO RPT-RESUMEN-NOTA
106400     WRITE RPT-RESUMEN-REGISTRO
106500     MOVE "GENERACIONES DE SLARPT"      TO RPT-RESUMEN-ETIQUETA
106600     MOVE WS-GEN-SLARPT                 TO RPT-RESUMEN-VALOR
106700     MOVE SPACES TO RPT-RESUMEN-NOTA
106800     WRITE RPT-RESUMEN-REGISTRO
106900     MOVE "PLAZOS INCUMPLIDOS"          TO RPT-RESUMEN-ETIQUETA
107000     MOVE WS-TOTAL-PLAZOS               TO RPT-RESUMEN-VALOR
107100     WRITE RPT-RESUMEN-REGISTRO
107200     MOVE "ITEMS EN COLA DE REPARACION" TO RPT-RESUMEN-ETIQUETA
107300     MOVE WS-TOTAL-COLA                 TO RPT-RESUMEN-VALOR
107400     MOVE SPACES TO RPT-RESUMEN-NOTA
107500     IF WS-FECHA-COLA = 0
107600         MOVE "SIN GENERACION DE REPARQUE EN EL MES"
107700             TO RPT-RESUMEN-NOTA
107800     ELSE
107900         STRING "GENERACION REPARQUE" WS-FECHA-COLA
108000             DELIMITED BY SIZE INTO RPT-RESUMEN-NOTA
108100         END-STRING
108200     END-IF
108300     WRITE RPT-RESUMEN-REGISTRO
108400     IF WS-TOTAL-DESBORDADOS > 0
108500         MOVE "ENTRADAS FUERA DE TABLA"  TO RPT-RESUMEN-ETIQUETA
108600         MOVE WS-TOTAL-DESBORDADOS       TO RPT-RESUMEN-VALOR
108700         MOVE "TABLA DE PROGRAMAS O CLIENTES LLENA"
108800             TO RPT-RESUMEN-NOTA
108900         WRITE RPT-RESUMEN-REGISTRO
109000     END-IF.
109100 6400-EXIT.
109200     EXIT.
109300*================================================================
109400 7000-ANOTAR-PERIODO.
109500*================================================================
109600*    EL DIARIO PERIODOS SOLO CRECE: EL ULTIMO REGISTRO DEL MES
109700*    DECIDE SU ESTADO.
109800     OPEN EXTEND PERIODOS-FILE
109900     IF WS-PER-NO-EXISTE
110000         OPEN OUTPUT PERIODOS-FILE
110100     END-IF
110200     MOVE SPACES TO PER-REGISTRO
110300     MOVE WS-MES-CIERRE   TO PER-MES
110400     MOVE WS-ACCION       TO PER-ACCION
110500     MOVE FEC-NEG-FECHA   TO PER-FECHA
110600     MOVE FEC-NEG-CORRIDA TO PER-CORRIDA
110700     MOVE WS-OPERADOR     TO PER-OPERADOR
110800     IF ACCION-REAPERTURA
110900         MOVE WS-MOTIVO-REAPERTURA TO PER-MOTIVO
111000     END-IF
111100     WRITE PER-REGISTRO
111200     CLOSE PERIODOS-FILE.
111300 7000-EXIT.
111400     EXIT.
111500*================================================================
111600 7500-AUDITAR.
111700*================================================================
111800     MOVE SPACES TO AUD-STD-REGISTRO
111900     MOVE "CIERREME" TO AUD-STD-PROGRAMA
112000     STRING "MES " WS-MES-CIERRE " OPERADOR " WS-OPERADOR
112100         DELIMITED BY SIZE INTO AUD-STD-CLAVE
112200     END-STRING
112300     EVALUATE TRUE
112400         WHEN PETICION-VALIDA AND ACCION-REAPERTURA
112500             MOVE "REAPERTURA MES" TO AUD-STD-DECISION
112600             MOVE WS-MOTIVO-REAPERTURA TO AUD-STD-MOTIVO
112700         WHEN PETICION-VALIDA
112800             MOVE "CIERRE MES" TO AUD-STD-DECISION
112900             MOVE "PAQUETE MENSUAL EN MESPACK" TO AUD-STD-MOTIVO
113000         WHEN ACCION-REAPERTURA
113100             MOVE "REAPERTURA RECHAZADA" TO AUD-STD-DECISION
113200             MOVE WS-MOTIVO TO AUD-STD-MOTIVO
113300         WHEN OTHER
113400             MOVE "CIERRE RECHAZADO" TO AUD-STD-DECISION
113500             MOVE WS-MOTIVO TO AUD-STD-MOTIVO
113600     END-EVALUATE
113700     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
113800 7500-EXIT.
113900     EXIT.
114000*================================================================
114100 9000-TERMINATE.
114200*================================================================
114300     MOVE SPACES TO RPT-LINEA
114400     EVALUATE TRUE
114500         WHEN PETICION-VALIDA AND ACCION-REAPERTURA
114600             STRING "MES " WS-MES-CIERRE " REABIERTO POR "
114650                 DELIMITED BY SIZE
114700                 WS-OPERADOR DELIMITED BY SPACE
114800                 ": " WS-MOTIVO-REAPERTURA DELIMITED BY SIZE
114805                 INTO RPT-LINEA
114900             END-STRING
115000         WHEN PETICION-VALIDA
115100             STRING "MES " WS-MES-CIERRE " CERRADO POR "
115200                 WS-OPERADOR DELIMITED BY SIZE INTO RPT-LINEA
115300             END-STRING
115400         WHEN OTHER
115500             STRING "PETICION SOBRE EL MES " WS-MES-CIERRE
115600                 " RECHAZADA: " WS-MOTIVO
115700                 DELIMITED BY SIZE INTO RPT-LINEA
115800             END-STRING
115900     END-EVALUATE
116000     WRITE RPT-LINEA
116100     CLOSE MES-PACK
116200     EVALUATE TRUE
116300         WHEN NOT PETICION-VALIDA
116400             MOVE 8 TO RETURN-CODE
116500         WHEN WS-TOTAL-DESBORDADOS > 0
116600             MOVE 4 TO RETURN-CODE
116700         WHEN OTHER
116800             MOVE 0 TO RETURN-CODE
116900     END-EVALUATE.
117000 9000-EXIT.
117100     EXIT.
117200 END PROGRAM CIERREMES.
