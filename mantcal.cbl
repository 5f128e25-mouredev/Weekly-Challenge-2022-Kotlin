000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MANTCAL.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. MANTENIMIENTO DEL
001300*                    CALENDARIO LABORAL CALENLAB, QUE DEJA DE
001400*                    EDITARSE A MANO CADA DICIEMBRE. LAS
001500*                    TRANSACCIONES CALTRAN (A ALTA, C CAMBIO, B
001600*                    BAJA) TRAEN EL TIPO DE TARJETA (VALID
001700*                    VIGENCIA DE UNA REGION, FERIA FESTIVO), LA
001800*                    REGION (EN BLANCO = NACIONAL) Y LAS FECHAS.
001900*                    SE VALIDA QUE LAS FECHAS EXISTAN, QUE EL
002000*                    FESTIVO CAIGA DENTRO DE LA VIGENCIA DE SU
002100*                    REGION Y NO ESTE REPETIDO, Y QUE UN CAMBIO
002200*                    O BAJA DE VIGENCIA NO DEJE FESTIVOS FUERA.
002300*                    UN FESTIVO EN SABADO O DOMINGO SE ADMITE
002400*                    CON AVISO. EXIGE OPERADOR CON PERMISO
002500*                    MANTCAL (MODULO OPERSEG); CADA TRANSACCION
002600*                    QUEDA EN EL INFORME MANTFRPT Y EN LA
002700*                    AUDITORIA DEL DIA, Y EL CALENDARIO SE
002800*                    REGRABA ENTERO, COMO HACE MANTDIV CON
002900*                    DIVMAST.
002910* 2026-10-15  MNT    DIARIO COMUN DE CAMBIOS (MODULO REGCAMB):
002920*                    CADA TARJETA SE PASA AL LEER Y AL REGRABAR
002930*                    EL CALENDARIO; LAS ALTAS, CAMBIOS Y BAJAS
002940*                    QUEDAN EN CAMBLOG CON SU LOTE, QUE SALE EN
002950*                    EL RESUMEN Y PERMITE DESHACERLAS (DESHACE).
003000*----------------------------------------------------------------
003100* LA VIGENCIA ES UNA SOLA TARJETA VALID POR REGION: EL ALTA LA
003200* CREA, EL CAMBIO LA MUEVE (LO HABITUAL: ALARGAR EL HASTA AL
003300* CARGAR LOS FESTIVOS DEL ANO SIGUIENTE) Y LA BAJA SOLO SE
003400* ADMITE SI LA REGION YA NO TIENE FESTIVOS. EL FESTIVO SE DA DE
003500* ALTA O DE BAJA; NO TIENE CAMBIO (BAJA Y ALTA). LAS TARJETAS
003600* DE OTROS TIPOS SE CONSERVAN TAL CUAL.
003700*----------------------------------------------------------------
003800 ENVIRONMENT     DIVISION.
003900 INPUT-OUTPUT    SECTION.
004000 FILE-CONTROL.
004100     SELECT CALENDARIO-LAB ASSIGN TO "CALENLAB"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MAST-STATUS.
004400     SELECT CALENDARIO-TRAN ASSIGN TO "CALTRAN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TRAN-STATUS.
004700     SELECT MANTENIMIENTO-RPT ASSIGN TO "MANTFRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA            DIVISION.
005000 FILE            SECTION.
005100 FD  CALENDARIO-LAB
005200     RECORDING MODE IS F.
005300 01  CAL-REGISTRO.
005400     05  CAL-TIPO            PIC X(05).
005500     05  CAL-FECHA-1         PIC 9(08).
005600     05  CAL-FECHA-2         PIC 9(08).
005700     05  CAL-REGION          PIC X(06).
005800 FD  CALENDARIO-TRAN
005900     RECORDING MODE IS F.
006000 01  TRAN-REGISTRO.
006100     05  TRAN-ACCION         PIC X(01).
006200     05  TRAN-TIPO           PIC X(05).
006300     05  TRAN-REGION         PIC X(06).
006400     05  TRAN-FECHA-1        PIC X(08).
006500     05  TRAN-FECHA-1-N REDEFINES TRAN-FECHA-1
006600                             PIC 9(08).
006700     05  TRAN-FECHA-2        PIC X(08).
006800     05  TRAN-FECHA-2-N REDEFINES TRAN-FECHA-2
006900                             PIC 9(08).
007000 FD  MANTENIMIENTO-RPT
007100     RECORDING MODE IS F.
007200 01  RPT-REGISTRO.
007300     05  RPT-ACCION          PIC X(01).
007400     05  FILLER              PIC X(01) VALUE SPACE.
007500     05  RPT-TIPO            PIC X(05).
007600     05  FILLER              PIC X(01) VALUE SPACE.
007700     05  RPT-REGION          PIC X(08).
007800     05  FILLER              PIC X(01) VALUE SPACE.
007900     05  RPT-FECHA-1         PIC X(08).
008000     05  FILLER              PIC X(01) VALUE SPACE.
008100     05  RPT-FECHA-2         PIC X(08).
008200     05  FILLER              PIC X(01) VALUE SPACE.
008300     05  RPT-ESTADO          PIC X(09).
008400     05  FILLER              PIC X(01) VALUE SPACE.
008500     05  RPT-MOTIVO          PIC X(30).
008600 01  RPT-RESUMEN-REGISTRO.
008700     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008800     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008900 WORKING-STORAGE SECTION.
009000*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
009100     COPY OPSSTD.
009200*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
009300     COPY AUDREG.
009310*    AREA DE LLAMADA AL DIARIO COMUN DE CAMBIOS (MODULO REGCAMB).
009320     COPY CAMSTD.
009400 01  WS-OPERADOR-VALIDO      PIC X(01) VALUE "N".
009500     88  OPERADOR-VALIDO             VALUE "S".
009600 01  WS-MAST-STATUS          PIC X(02).
009700     88  WS-MAST-NO-EXISTE           VALUE "35".
009800     88  WS-MAST-FIN-FICHERO         VALUE "10".
009900 01  WS-TRAN-STATUS          PIC X(02).
010000     88  WS-TRAN-NO-EXISTE           VALUE "35".
010100     88  WS-TRAN-FIN-FICHERO         VALUE "10".
010200 01  WS-SWITCHES.
010300     05  WS-TRAN-MALA        PIC X(01) VALUE "N".
010400         88  TRAN-MALA               VALUE "S".
010500     05  WS-FECHA-BUENA      PIC X(01) VALUE "N".
010600         88  FECHA-BUENA             VALUE "S".
010700 01  WS-MOTIVO               PIC X(30).
010800 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
010900 01  WS-IDX-VIGENCIA         PIC 9(04) COMP VALUE ZERO.
011000 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
011100*    VALIDACION DE FECHAS: UNA FECHA EXISTE SI SOBREVIVE A LA
011200*    IDA Y VUELTA POR INTEGER-OF-DATE/DATE-OF-INTEGER.
011300 01  WS-FECHA-PRUEBA         PIC 9(08) VALUE ZERO.
011400 01  WS-FECHA-DESGLOSE REDEFINES WS-FECHA-PRUEBA.
011500     05  WS-PRUEBA-ANO       PIC 9(04).
011600     05  WS-PRUEBA-MES       PIC 9(02).
011700     05  WS-PRUEBA-DIA       PIC 9(02).
011800 01  WS-FECHA-VUELTA         PIC 9(08) VALUE ZERO.
011900 01  WS-ENTERO-FECHA         PIC 9(08) COMP VALUE ZERO.
012000 01  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
012100*    VIGENCIA PROPUESTA POR UN CAMBIO O BAJA DE TARJETA VALID.
012200 01  WS-NUEVO-DESDE          PIC 9(08) VALUE ZERO.
012300 01  WS-NUEVO-HASTA          PIC 9(08) VALUE ZERO.
012400 01  WS-FESTIVOS-FUERA       PIC 9(04) COMP VALUE ZERO.
012500*    TARJETAS DEL CALENDARIO EN MEMORIA, EN EL ORDEN DEL FICHERO;
012600*    LAS ALTAS SE ANADEN AL FINAL.
012700 01  WS-TABLA-MAESTRO.
012800     05  WS-NUM-TARJETAS     PIC 9(04) COMP VALUE ZERO.
012900     05  WS-TAR-ENTRY OCCURS 2500 TIMES
013000                      INDEXED BY WS-TAR-IDX.
013100         10  WS-TAR-TIPO     PIC X(05).
013200         10  WS-TAR-FECHA-1  PIC 9(08).
013300         10  WS-TAR-FECHA-2  PIC 9(08).
013400         10  WS-TAR-REGION   PIC X(06).
013500         10  WS-TAR-BORRADA  PIC X(01).
013600 01  WS-CONTADORES.
013700     05  WS-TOTAL-TRANS      PIC 9(05) COMP VALUE ZERO.
013800     05  WS-TOTAL-APLICADAS  PIC 9(05) COMP VALUE ZERO.
013900     05  WS-TOTAL-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
014000     05  WS-TOTAL-EN-MAESTRO PIC 9(05) COMP VALUE ZERO.
014100 PROCEDURE       DIVISION.
014200*================================================================
014300 0000-MAINLINE.
014400*================================================================
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014600     PERFORM 1500-COMPROBAR-OPERADOR THRU 1500-EXIT
014700     IF OPERADOR-VALIDO
014800         PERFORM 2000-APLICAR-TRANSACCION THRU 2000-EXIT
014900             UNTIL WS-TRAN-FIN-FICHERO
015000         PERFORM 4000-REGRABAR-MAESTRO THRU 4000-EXIT
015100     END-IF
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT
015300     GOBACK.
015400*================================================================
015500 1000-INITIALIZE.
015600*================================================================
015700     OPEN OUTPUT MANTENIMIENTO-RPT
015800     MOVE SPACES TO RPT-REGISTRO
015810     MOVE SPACES TO CAM-STD-AREA
015820     MOVE ZERO TO CAM-STD-LOTE CAM-STD-CAMBIOS
015900     PERFORM 1100-CARGAR-MAESTRO THRU 1100-EXIT
016000     OPEN INPUT CALENDARIO-TRAN
016100     IF WS-TRAN-NO-EXISTE
016200         MOVE "10" TO WS-TRAN-STATUS
016300     ELSE
016400         PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
016500     END-IF.
016600 1000-EXIT.
016700     EXIT.
016800*================================================================
016900 1100-CARGAR-MAESTRO.
017000*================================================================
017100     OPEN INPUT CALENDARIO-LAB
017200     IF WS-MAST-NO-EXISTE
017300         CONTINUE
017400     ELSE
017500         PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT
017600         PERFORM 1120-CARGAR-TARJETA THRU 1120-EXIT
017700             UNTIL WS-MAST-FIN-FICHERO
017800         CLOSE CALENDARIO-LAB
017900     END-IF.
018000 1100-EXIT.
018100     EXIT.
018200*================================================================
018300 1110-LEER-MAESTRO.
018400*================================================================
018500     READ CALENDARIO-LAB
018600         AT END
018700             MOVE "10" TO WS-MAST-STATUS
018800     END-READ.
018900 1110-EXIT.
019000     EXIT.
019100*================================================================
019200 1120-CARGAR-TARJETA.
019300*================================================================
019400     IF CAL-REGISTRO NOT = SPACES AND WS-NUM-TARJETAS < 2500
019500         ADD 1 TO WS-NUM-TARJETAS
019600         SET WS-TAR-IDX TO WS-NUM-TARJETAS
019700         MOVE CAL-TIPO    TO WS-TAR-TIPO(WS-TAR-IDX)
019800         MOVE CAL-FECHA-1 TO WS-TAR-FECHA-1(WS-TAR-IDX)
019900         MOVE CAL-FECHA-2 TO WS-TAR-FECHA-2(WS-TAR-IDX)
020000         MOVE CAL-REGION  TO WS-TAR-REGION(WS-TAR-IDX)
020100         MOVE "N"         TO WS-TAR-BORRADA(WS-TAR-IDX)
020110         MOVE "O"         TO CAM-STD-FUNCION
020120         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
020200     END-IF
020300     PERFORM 1110-LEER-MAESTRO THRU 1110-EXIT.
020400 1120-EXIT.
020500     EXIT.
020600*================================================================
020700 1500-COMPROBAR-OPERADOR.
020800*================================================================
020900*    SIN PERMISO MANTCAL NO SE APLICA NADA: EL INFORME LO DICE
021000*    Y EL PASO TERMINA CON RC 8. EL OPERADOR VALIDADO ENCABEZA
021100*    EL INFORME DE MANTENIMIENTO.
021200     MOVE SPACES TO OPS-STD-AREA
021300     MOVE "MANTCAL" TO OPS-STD-PERMISO
021400     CALL "OPERSEG" USING OPS-STD-AREA
021500     MOVE SPACES TO RPT-REGISTRO
021600     IF OPS-PERMITIDO
021700         SET OPERADOR-VALIDO TO TRUE
021800         STRING "OPERADOR: " DELIMITED BY SIZE
021900             OPS-STD-OPERADOR DELIMITED BY SIZE
022000             INTO RPT-REGISTRO
022100         END-STRING
022200     ELSE
022300         MOVE "OPERADOR SIN PERMISO MANTCAL, NADA APLICADO"
022400             TO RPT-REGISTRO
022500         MOVE 8 TO RETURN-CODE
022600     END-IF
022700     WRITE RPT-REGISTRO
022800     MOVE SPACES TO RPT-REGISTRO.
022900 1500-EXIT.
023000     EXIT.
023100*================================================================
023200 2000-APLICAR-TRANSACCION.
023300*================================================================
023400     ADD 1 TO WS-TOTAL-TRANS
023500     MOVE "N" TO WS-TRAN-MALA
023600     MOVE SPACES TO WS-MOTIVO
023700     PERFORM 2200-VALIDAR-COMUN THRU 2200-EXIT
023800     IF NOT TRAN-MALA
023900         EVALUATE TRAN-ACCION ALSO TRAN-TIPO
024000             WHEN "A" ALSO "VALID"
024100                 PERFORM 2300-ALTA-VIGENCIA THRU 2300-EXIT
024200             WHEN "C" ALSO "VALID"
024300                 PERFORM 2400-CAMBIO-VIGENCIA THRU 2400-EXIT
024400             WHEN "B" ALSO "VALID"
024500                 PERFORM 2500-BAJA-VIGENCIA THRU 2500-EXIT
024600             WHEN "A" ALSO "FERIA"
024700                 PERFORM 2600-ALTA-FESTIVO THRU 2600-EXIT
024800             WHEN "B" ALSO "FERIA"
024900                 PERFORM 2700-BAJA-FESTIVO THRU 2700-EXIT
025000             WHEN OTHER
025100                 MOVE "UN FESTIVO NO ADMITE CAMBIO"
025200                     TO WS-MOTIVO
025300                 SET TRAN-MALA TO TRUE
025400         END-EVALUATE
025500     END-IF
025600     PERFORM 3000-ANOTAR-TRANSACCION THRU 3000-EXIT
025700     PERFORM 3500-REGISTRAR-AUDITORIA THRU 3500-EXIT
025800     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100*================================================================
026200 2100-LEER-TRANSACCION.
026300*================================================================
026400     READ CALENDARIO-TRAN
026500         AT END
026600             MOVE "10" TO WS-TRAN-STATUS
026700     END-READ.
026800 2100-EXIT.
026900     EXIT.
027000*================================================================
027100 2200-VALIDAR-COMUN.
027200*================================================================
027300*    ACCION Y TIPO CONOCIDOS, REGION BIEN FORMADA (EN BLANCO O
027400*    AJUSTADA A LA IZQUIERDA) Y PRIMERA FECHA EXISTENTE; LA
027500*    VIGENCIA EXIGE ADEMAS LA SEGUNDA, NO ANTERIOR A LA PRIMERA.
027600     EVALUATE TRUE
027700         WHEN TRAN-ACCION NOT = "A" AND TRAN-ACCION NOT = "C"
027800          AND TRAN-ACCION NOT = "B"
027900             MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO
028000             SET TRAN-MALA TO TRUE
028100         WHEN TRAN-TIPO NOT = "VALID" AND TRAN-TIPO NOT = "FERIA"
028200             MOVE "TIPO DE TARJETA DESCONOCIDO" TO WS-MOTIVO
028300             SET TRAN-MALA TO TRUE
028400         WHEN TRAN-REGION(1:1) = SPACE
028500          AND TRAN-REGION NOT = SPACES
028600             MOVE "REGION MAL FORMADA" TO WS-MOTIVO
028700             SET TRAN-MALA TO TRUE
028800         WHEN TRAN-FECHA-1 NOT NUMERIC
028900             MOVE "FECHA NO NUMERICA" TO WS-MOTIVO
029000             SET TRAN-MALA TO TRUE
029100         WHEN OTHER
029200             MOVE TRAN-FECHA-1-N TO WS-FECHA-PRUEBA
029300             PERFORM 2250-PROBAR-FECHA THRU 2250-EXIT
029400             IF NOT FECHA-BUENA
029500                 MOVE "FECHA INEXISTENTE" TO WS-MOTIVO
029600                 SET TRAN-MALA TO TRUE
029700             END-IF
029800     END-EVALUATE
029900     IF TRAN-MALA OR TRAN-TIPO NOT = "VALID"
030000      OR TRAN-ACCION = "B"
030100         GO TO 2200-EXIT
030200     END-IF
030300     IF TRAN-FECHA-2 NOT NUMERIC
030400         MOVE "FECHA HASTA NO NUMERICA" TO WS-MOTIVO
030500         SET TRAN-MALA TO TRUE
030600         GO TO 2200-EXIT
030700     END-IF
030800     MOVE TRAN-FECHA-2-N TO WS-FECHA-PRUEBA
030900     PERFORM 2250-PROBAR-FECHA THRU 2250-EXIT
031000     EVALUATE TRUE
031100         WHEN NOT FECHA-BUENA
031200             MOVE "FECHA HASTA INEXISTENTE" TO WS-MOTIVO
031300             SET TRAN-MALA TO TRUE
031400         WHEN TRAN-FECHA-2-N < TRAN-FECHA-1-N
031500             MOVE "HASTA ANTERIOR A DESDE" TO WS-MOTIVO
031600             SET TRAN-MALA TO TRUE
031700     END-EVALUATE.
031800 2200-EXIT.
031900     EXIT.
032000*================================================================
032100 2250-PROBAR-FECHA.
032200*================================================================
032300     MOVE "N" TO WS-FECHA-BUENA
032400     IF WS-PRUEBA-ANO < 1601
032500      OR WS-PRUEBA-MES < 1 OR WS-PRUEBA-MES > 12
032600      OR WS-PRUEBA-DIA < 1 OR WS-PRUEBA-DIA > 31
032700         GO TO 2250-EXIT
032800     END-IF
032900     COMPUTE WS-ENTERO-FECHA =
033000         FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA)
033100     COMPUTE WS-FECHA-VUELTA =
033200         FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
033300     IF WS-FECHA-VUELTA = WS-FECHA-PRUEBA
033400         SET FECHA-BUENA TO TRUE
033500     END-IF.
033600 2250-EXIT.
033700     EXIT.
033800*================================================================
033900 2260-BUSCAR-VIGENCIA.
034000*================================================================
034100*    TARJETA VALID VIVA DE LA REGION DE LA TRANSACCION.
034200     MOVE 0 TO WS-IDX-VIGENCIA
034300     PERFORM 2265-COMPARAR-VIGENCIA THRU 2265-EXIT
034400         VARYING WS-IDX FROM 1 BY 1
034500         UNTIL WS-IDX > WS-NUM-TARJETAS
034600            OR WS-IDX-VIGENCIA > 0.
034700 2260-EXIT.
034800     EXIT.
034900*================================================================
035000 2265-COMPARAR-VIGENCIA.
035100*================================================================
035200     IF WS-TAR-TIPO(WS-IDX) = "VALID"
035300      AND WS-TAR-REGION(WS-IDX) = TRAN-REGION
035400      AND WS-TAR-BORRADA(WS-IDX) = "N"
035500         MOVE WS-IDX TO WS-IDX-VIGENCIA
035600     END-IF.
035700 2265-EXIT.
035800     EXIT.
035900*================================================================
036000 2270-BUSCAR-FESTIVO.
036100*================================================================
036200*    TARJETA FERIA VIVA DE LA REGION Y FECHA DE LA TRANSACCION.
036300     MOVE 0 TO WS-IDX-HALLADO
036400     PERFORM 2275-COMPARAR-FESTIVO THRU 2275-EXIT
036500         VARYING WS-IDX FROM 1 BY 1
036600         UNTIL WS-IDX > WS-NUM-TARJETAS
036700            OR WS-IDX-HALLADO > 0.
036800 2270-EXIT.
036900     EXIT.
037000*================================================================
037100 2275-COMPARAR-FESTIVO.
037200*================================================================
037300     IF WS-TAR-TIPO(WS-IDX) = "FERIA"
037400      AND WS-TAR-REGION(WS-IDX) = TRAN-REGION
037500      AND WS-TAR-FECHA-1(WS-IDX) = TRAN-FECHA-1-N
037600      AND WS-TAR-BORRADA(WS-IDX) = "N"
037700         MOVE WS-IDX TO WS-IDX-HALLADO
037800     END-IF.
037900 2275-EXIT.
038000     EXIT.
038100*================================================================
038200 2280-CONTAR-FUERA.
038300*================================================================
038400*    FESTIVOS VIVOS DE LA REGION QUE QUEDARIAN FUERA DE LA
038500*    VIGENCIA WS-NUEVO-DESDE / WS-NUEVO-HASTA.
038600     MOVE 0 TO WS-FESTIVOS-FUERA
038700     PERFORM 2285-PROBAR-FUERA THRU 2285-EXIT
038800         VARYING WS-IDX FROM 1 BY 1
038900         UNTIL WS-IDX > WS-NUM-TARJETAS.
039000 2280-EXIT.
039100     EXIT.
039200*================================================================
039300 2285-PROBAR-FUERA.
039400*================================================================
039500     IF WS-TAR-TIPO(WS-IDX) = "FERIA"
039600      AND WS-TAR-REGION(WS-IDX) = TRAN-REGION
039700      AND WS-TAR-BORRADA(WS-IDX) = "N"
039800         IF WS-TAR-FECHA-1(WS-IDX) < WS-NUEVO-DESDE
039900          OR WS-TAR-FECHA-1(WS-IDX) > WS-NUEVO-HASTA
040000             ADD 1 TO WS-FESTIVOS-FUERA
040100         END-IF
040200     END-IF.
040300 2285-EXIT.
040400     EXIT.
040500*================================================================
040600 2300-ALTA-VIGENCIA.
040700*================================================================
040800     PERFORM 2260-BUSCAR-VIGENCIA THRU 2260-EXIT
040900     EVALUATE TRUE
041000         WHEN WS-IDX-VIGENCIA > 0
041100             MOVE "LA REGION YA TIENE VIGENCIA" TO WS-MOTIVO
041200             SET TRAN-MALA TO TRUE
041300         WHEN WS-NUM-TARJETAS >= 2500
041400             MOVE "CALENDARIO LLENO" TO WS-MOTIVO
041500             SET TRAN-MALA TO TRUE
041600         WHEN OTHER
041700             MOVE TRAN-FECHA-1-N TO WS-NUEVO-DESDE
041800             MOVE TRAN-FECHA-2-N TO WS-NUEVO-HASTA
041900             PERFORM 2280-CONTAR-FUERA THRU 2280-EXIT
042000             IF WS-FESTIVOS-FUERA > 0
042100                 MOVE "DEJARIA FESTIVOS FUERA"
042200                     TO WS-MOTIVO
042300                 SET TRAN-MALA TO TRUE
042400             ELSE
042500                 PERFORM 2800-ANADIR-TARJETA THRU 2800-EXIT
042600             END-IF
042700     END-EVALUATE.
042800 2300-EXIT.
042900     EXIT.
043000*================================================================
043100 2400-CAMBIO-VIGENCIA.
043200*================================================================
043300     PERFORM 2260-BUSCAR-VIGENCIA THRU 2260-EXIT
043400     IF WS-IDX-VIGENCIA = 0
043500         MOVE "LA REGION NO TIENE VIGENCIA" TO WS-MOTIVO
043600         SET TRAN-MALA TO TRUE
043700         GO TO 2400-EXIT
043800     END-IF
043900     MOVE TRAN-FECHA-1-N TO WS-NUEVO-DESDE
044000     MOVE TRAN-FECHA-2-N TO WS-NUEVO-HASTA
044100     PERFORM 2280-CONTAR-FUERA THRU 2280-EXIT
044200     IF WS-FESTIVOS-FUERA > 0
044300         MOVE "DEJARIA FESTIVOS FUERA" TO WS-MOTIVO
044400         SET TRAN-MALA TO TRUE
044500         GO TO 2400-EXIT
044600     END-IF
044700     MOVE TRAN-FECHA-1-N TO WS-TAR-FECHA-1(WS-IDX-VIGENCIA)
044800     MOVE TRAN-FECHA-2-N TO WS-TAR-FECHA-2(WS-IDX-VIGENCIA).
044900 2400-EXIT.
045000     EXIT.
045100*================================================================
045200 2500-BAJA-VIGENCIA.
045300*================================================================
045400*    SIN VIGENCIA LA REGION DEJA DE SER UN CALENDARIO PROPIO;
045500*    SOLO SE ADMITE CUANDO YA NO LE QUEDAN FESTIVOS. LA FECHA
045600*    DESDE DE LA TRANSACCION DEBE SER LA DE LA TARJETA.
045700     PERFORM 2260-BUSCAR-VIGENCIA THRU 2260-EXIT
045800     EVALUATE TRUE
045900         WHEN WS-IDX-VIGENCIA = 0
046000             MOVE "LA REGION NO TIENE VIGENCIA" TO WS-MOTIVO
046100             SET TRAN-MALA TO TRUE
046200         WHEN WS-TAR-FECHA-1(WS-IDX-VIGENCIA) NOT =
046300              TRAN-FECHA-1-N
046400             MOVE "FECHA DESDE NO COINCIDE" TO WS-MOTIVO
046500             SET TRAN-MALA TO TRUE
046600         WHEN OTHER
046700             MOVE 99999999 TO WS-NUEVO-DESDE
046800             MOVE 0 TO WS-NUEVO-HASTA
046900             PERFORM 2280-CONTAR-FUERA THRU 2280-EXIT
047000             IF WS-FESTIVOS-FUERA > 0
047100                 MOVE "LA REGION AUN TIENE FESTIVOS"
047200                     TO WS-MOTIVO
047300                 SET TRAN-MALA TO TRUE
047400             ELSE
047500                 MOVE "S" TO WS-TAR-BORRADA(WS-IDX-VIGENCIA)
047600             END-IF
047700     END-EVALUATE.
047800 2500-EXIT.
047900     EXIT.
048000*================================================================
048100 2600-ALTA-FESTIVO.
048200*================================================================
048300*    EL FESTIVO NECESITA LA VIGENCIA DE SU REGION Y CAER DENTRO;
048400*    EN FIN DE SEMANA NO CAMBIA NADA, PERO SE AVISA POR SI LA
048500*    FECHA VENIA MAL TECLEADA.
048600     PERFORM 2260-BUSCAR-VIGENCIA THRU 2260-EXIT
048700     PERFORM 2270-BUSCAR-FESTIVO THRU 2270-EXIT
048800     EVALUATE TRUE
048900         WHEN WS-IDX-VIGENCIA = 0
049000             MOVE "LA REGION NO TIENE VIGENCIA" TO WS-MOTIVO
049100             SET TRAN-MALA TO TRUE
049200         WHEN TRAN-FECHA-1-N < WS-TAR-FECHA-1(WS-IDX-VIGENCIA)
049300          OR TRAN-FECHA-1-N > WS-TAR-FECHA-2(WS-IDX-VIGENCIA)
049400             MOVE "FUERA DE LA VIGENCIA" TO WS-MOTIVO
049500             SET TRAN-MALA TO TRUE
049600         WHEN WS-IDX-HALLADO > 0
049700             MOVE "YA EXISTE" TO WS-MOTIVO
049800             SET TRAN-MALA TO TRUE
049900         WHEN WS-NUM-TARJETAS >= 2500
050000             MOVE "CALENDARIO LLENO" TO WS-MOTIVO
050100             SET TRAN-MALA TO TRUE
050200         WHEN OTHER
050300             MOVE ZERO TO TRAN-FECHA-2-N
050400             PERFORM 2800-ANADIR-TARJETA THRU 2800-EXIT
050500             COMPUTE WS-ENTERO-FECHA =
050600                 FUNCTION INTEGER-OF-DATE(TRAN-FECHA-1-N)
050700             COMPUTE WS-DIA-SEMANA =
050800                 FUNCTION MOD(WS-ENTERO-FECHA - 1, 7)
050900             IF WS-DIA-SEMANA > 4
051000                 MOVE "AVISO: CAE EN FIN DE SEMANA"
051100                     TO WS-MOTIVO
051200             END-IF
051300     END-EVALUATE.
051400 2600-EXIT.
051500     EXIT.
051600*================================================================
051700 2700-BAJA-FESTIVO.
051800*================================================================
051900     PERFORM 2270-BUSCAR-FESTIVO THRU 2270-EXIT
052000     IF WS-IDX-HALLADO = 0
052100         MOVE "NO EXISTE" TO WS-MOTIVO
052200         SET TRAN-MALA TO TRUE
052300     ELSE
052400         MOVE "S" TO WS-TAR-BORRADA(WS-IDX-HALLADO)
052500     END-IF.
052600 2700-EXIT.
052700     EXIT.
052800*================================================================
052900 2800-ANADIR-TARJETA.
053000*================================================================
053100     ADD 1 TO WS-NUM-TARJETAS
053200     SET WS-TAR-IDX TO WS-NUM-TARJETAS
053300     MOVE TRAN-TIPO      TO WS-TAR-TIPO(WS-TAR-IDX)
053400     MOVE TRAN-FECHA-1-N TO WS-TAR-FECHA-1(WS-TAR-IDX)
053500     MOVE TRAN-FECHA-2-N TO WS-TAR-FECHA-2(WS-TAR-IDX)
053600     MOVE TRAN-REGION    TO WS-TAR-REGION(WS-TAR-IDX)
053700     MOVE "N"            TO WS-TAR-BORRADA(WS-TAR-IDX).
053800 2800-EXIT.
053900     EXIT.
054000*================================================================
054100 3000-ANOTAR-TRANSACCION.
054200*================================================================
054300     MOVE SPACES TO RPT-REGISTRO
054400     MOVE TRAN-ACCION  TO RPT-ACCION
054500     MOVE TRAN-TIPO    TO RPT-TIPO
054600     IF TRAN-REGION = SPACES
054700         MOVE "NACIONAL" TO RPT-REGION
054800     ELSE
054900         MOVE TRAN-REGION TO RPT-REGION
055000     END-IF
055100     MOVE TRAN-FECHA-1 TO RPT-FECHA-1
055200     IF TRAN-TIPO = "VALID"
055300         MOVE TRAN-FECHA-2 TO RPT-FECHA-2
055400     END-IF
055500     IF TRAN-MALA
055600         MOVE "RECHAZADA" TO RPT-ESTADO
055700         ADD 1 TO WS-TOTAL-RECHAZADAS
055800     ELSE
055900         MOVE "APLICADA" TO RPT-ESTADO
056000         ADD 1 TO WS-TOTAL-APLICADAS
056100     END-IF
056200     MOVE WS-MOTIVO TO RPT-MOTIVO
056300     WRITE RPT-REGISTRO.
056400 3000-EXIT.
056500     EXIT.
056600*================================================================
056700 3500-REGISTRAR-AUDITORIA.
056800*================================================================
056900*    CADA TRANSACCION, APLICADA O NO, QUEDA EN LA AUDITORIA DEL
057000*    DIA CON LA TARJETA TOCADA Y EL OPERADOR QUE LA FIRMO.
057100     MOVE SPACES TO AUD-STD-REGISTRO
057200     MOVE "MANTCAL" TO AUD-STD-PROGRAMA
057300     MOVE TRAN-TIPO    TO AUD-STD-CLAVE(1:5)
057400     MOVE TRAN-REGION  TO AUD-STD-CLAVE(7:6)
057500     MOVE TRAN-FECHA-1 TO AUD-STD-CLAVE(14:8)
057600     MOVE TRAN-FECHA-2 TO AUD-STD-CLAVE(23:8)
057700     MOVE TRAN-ACCION  TO AUD-STD-CLAVE(32:1)
057800     MOVE OPS-STD-OPERADOR TO AUD-STD-CLAVE(34:8)
057900     IF TRAN-MALA
058000         MOVE "RECHAZADA" TO AUD-STD-DECISION
058100     ELSE
058200         MOVE "APLICADA" TO AUD-STD-DECISION
058300     END-IF
058400     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
058500     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
058600 3500-EXIT.
058700     EXIT.
058800*================================================================
058900 4000-REGRABAR-MAESTRO.
059000*================================================================
059100     OPEN OUTPUT CALENDARIO-LAB
059200     PERFORM 4100-GRABAR-TARJETA THRU 4100-EXIT
059300         VARYING WS-TAR-IDX FROM 1 BY 1
059400         UNTIL WS-TAR-IDX > WS-NUM-TARJETAS
059500     CLOSE CALENDARIO-LAB
059510     MOVE "C" TO CAM-STD-FUNCION
059520     CALL "REGCAMB" USING CAM-STD-AREA.
059600 4000-EXIT.
059700     EXIT.
059800*================================================================
059900 4100-GRABAR-TARJETA.
060000*================================================================
060100     IF WS-TAR-BORRADA(WS-TAR-IDX) = "N"
060200         MOVE WS-TAR-TIPO(WS-TAR-IDX)    TO CAL-TIPO
060300         MOVE WS-TAR-FECHA-1(WS-TAR-IDX) TO CAL-FECHA-1
060400         MOVE WS-TAR-FECHA-2(WS-TAR-IDX) TO CAL-FECHA-2
060500         MOVE WS-TAR-REGION(WS-TAR-IDX)  TO CAL-REGION
060600         WRITE CAL-REGISTRO
060700         ADD 1 TO WS-TOTAL-EN-MAESTRO
060710         MOVE "F" TO CAM-STD-FUNCION
060720         PERFORM 4900-ANOTAR-CAMBIO THRU 4900-EXIT
060800     END-IF.
060900 4100-EXIT.
061000     EXIT.
061004*================================================================
061008 4900-ANOTAR-CAMBIO.
061012*================================================================
061016*    PASA AL DIARIO DE CAMBIOS LA TARJETA DEL REGISTRO DEL
061020*    CALENDARIO CON LA FUNCION YA PUESTA. LA VIGENCIA SE
061024*    IDENTIFICA POR TIPO+REGION (SUS FECHAS CAMBIAN); LAS DEMAS
061028*    TARJETAS, POR LA TARJETA ENTERA.
061032     MOVE "MANTCAL"        TO CAM-STD-PROGRAMA
061036     MOVE "CALENLAB"       TO CAM-STD-MAESTRO
061040     MOVE OPS-STD-OPERADOR TO CAM-STD-OPERADOR
061044     MOVE SPACES           TO CAM-STD-CLAVE CAM-STD-ANTES
061048     IF CAL-TIPO = "VALID"
061052         MOVE CAL-TIPO     TO CAM-STD-CLAVE(1:5)
061056         MOVE CAL-REGION   TO CAM-STD-CLAVE(6:6)
061060     ELSE
061064         MOVE CAL-REGISTRO TO CAM-STD-CLAVE
061068     END-IF
061072     MOVE CAL-REGISTRO     TO CAM-STD-IMAGEN
061076     CALL "REGCAMB" USING CAM-STD-AREA.
061080 4900-EXIT.
061084     EXIT.
061100*================================================================
061200 9000-TERMINATE.
061300*================================================================
061400     MOVE "TRANSACCIONES LEIDAS"     TO RPT-RESUMEN-ETIQUETA
061500     MOVE WS-TOTAL-TRANS             TO RPT-RESUMEN-VALOR
061600     WRITE RPT-RESUMEN-REGISTRO
061700     MOVE "TRANSACCIONES APLICADAS"  TO RPT-RESUMEN-ETIQUETA
061800     MOVE WS-TOTAL-APLICADAS         TO RPT-RESUMEN-VALOR
061900     WRITE RPT-RESUMEN-REGISTRO
062000     MOVE "TRANSACCIONES RECHAZADAS" TO RPT-RESUMEN-ETIQUETA
062100     MOVE WS-TOTAL-RECHAZADAS        TO RPT-RESUMEN-VALOR
062200     WRITE RPT-RESUMEN-REGISTRO
062300     MOVE "TARJETAS EN EL CALENDARIO" TO RPT-RESUMEN-ETIQUETA
062400     MOVE WS-TOTAL-EN-MAESTRO        TO RPT-RESUMEN-VALOR
062500     WRITE RPT-RESUMEN-REGISTRO
062510     IF CAM-STD-CAMBIOS > 0
062520         MOVE "LOTE DE CAMBIOS"          TO RPT-RESUMEN-ETIQUETA
062530         MOVE CAM-STD-LOTE               TO RPT-RESUMEN-VALOR
062540         WRITE RPT-RESUMEN-REGISTRO
062550         MOVE "CAMBIOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
062560         MOVE CAM-STD-CAMBIOS            TO RPT-RESUMEN-VALOR
062570         WRITE RPT-RESUMEN-REGISTRO
062580     END-IF
062600     IF WS-TOTAL-RECHAZADAS > 0 AND RETURN-CODE < 4
062700         MOVE 4 TO RETURN-CODE
062800     END-IF
062900     CLOSE MANTENIMIENTO-RPT.
063000 9000-EXIT.
063100     EXIT.
063200 END PROGRAM MANTCAL.
