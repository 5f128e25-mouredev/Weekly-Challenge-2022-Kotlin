000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERIAUD.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. VERIFICADOR DE LA CADENA DE
001300*                    AUDITORIA: RECORRE UNA GENERACION DE AUDITDIA
001400*                    (LA VIVA O LA QUE NOMBRE LA TARJETA AUDVSEL,
001500*                    P. EJ. UN ARCHIVO AUDITDIAARCH<AAAAMMDD> DE
001600*                    RETENLOT), RECALCULA CON AUDHASH EL VALOR DE
001700*                    CADA LINEA Y COMPRUEBA QUE CADA UNA ENLAZA
001800*                    CON LA ANTERIOR. CONTRASTA ADEMAS CADA DIA
001900*                    CON SU SELLO (AUDSELLO), CUYA PROPIA CADENA
002000*                    TAMBIEN SE COMPRUEBA. CON ACCION S, Y SOLO
002100*                    SI LA CADENA ESTA INTACTA, ESCRIBE EL SELLO
002200*                    DE LA FECHA DE NEGOCIO. EL INFORME
002300*                    (VERIARPT) SENALA EL PRIMER ENLACE ROTO;
002400*                    CUALQUIER ROTURA DA RETURN-CODE 8.
002500*----------------------------------------------------------------
002600* LA PRIMERA LINEA ENCADENADA DE LA GENERACION SE TOMA COMO ANCLA:
002700* UNA GENERACION DEPURADA POR RETENLOT EMPIEZA DONDE TERMINO SU
002800* ARCHIVO Y SU VALOR ANTERIOR NO ES CERO. LOS DIAS SE CASAN CON EL
002900* SELLO POR FECHA, DE MODO QUE UN ARCHIVO O UNA CONCATENACION DE
003000* DIAS SE VERIFICAN IGUAL QUE EL FICHERO VIVO. LAS LINEAS SIN
003100* VALORES DE CADENA (ANTERIORES A LA CADENA O RESUMENES DE
003200* RETENCION) SE CUENTAN APARTE Y DAN RETURN-CODE 4.
003300*----------------------------------------------------------------
003400 ENVIRONMENT     DIVISION.
003500 INPUT-OUTPUT    SECTION.
003600 FILE-CONTROL.
003700     SELECT VERIAUD-SEL ASSIGN TO "AUDVSEL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-VSL-STATUS.
004000     SELECT AUDITORIA-GEN ASSIGN TO WS-NOMBRE-AUDITORIA
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CAD-STATUS.
004300     SELECT SELLO-AUDITORIA ASSIGN TO "AUDSELLO"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ASL-STATUS.
004600     SELECT VERIAUD-RPT ASSIGN TO "VERIARPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA            DIVISION.
004900 FILE            SECTION.
005000 FD  VERIAUD-SEL
005100     RECORDING MODE IS F.
005200 01  VSL-REGISTRO.
005300     05  VSL-FICHERO         PIC X(24).
005400     05  VSL-ACCION          PIC X(01).
005500 FD  AUDITORIA-GEN
005600     RECORDING MODE IS F.
005700     COPY AUDCAD.
005800 FD  SELLO-AUDITORIA
005900     RECORDING MODE IS F.
006000     COPY AUDSEL.
006100 FD  VERIAUD-RPT
006200     RECORDING MODE IS F.
006300 01  RPT-LINEA               PIC X(80).
006400 01  RPT-RESUMEN-REGISTRO.
006500     05  RPT-RESUMEN-ETIQUETA PIC X(30).
006600     05  RPT-RESUMEN-VALOR    PIC Z(17)9.
006700 WORKING-STORAGE SECTION.
006800*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
006900     COPY FECNEG.
007000 01  WS-VSL-STATUS           PIC X(02).
007100     88  WS-VSL-NO-EXISTE            VALUE "35".
007200 01  WS-CAD-STATUS           PIC X(02).
007300     88  WS-CAD-NO-EXISTE            VALUE "35".
007400     88  WS-CAD-FIN-FICHERO          VALUE "10".
007500 01  WS-ASL-STATUS           PIC X(02).
007600     88  WS-ASL-NO-EXISTE            VALUE "35".
007700     88  WS-ASL-FIN-FICHERO          VALUE "10".
007800 01  WS-NOMBRE-AUDITORIA     PIC X(24) VALUE "AUDITDIA".
007900 01  WS-ACCION               PIC X(01) VALUE "V".
008000     88  ACCION-SELLAR               VALUE "S".
008100 01  WS-SWITCHES.
008200     05  WS-PRIMERA-LINEA    PIC X(01) VALUE "S".
008300         88  PRIMERA-LINEA           VALUE "S".
008400     05  WS-CADENA-ROTA      PIC X(01) VALUE "N".
008500         88  CADENA-ROTA             VALUE "S".
008600     05  WS-HAY-AVISO        PIC X(01) VALUE "N".
008700         88  HAY-AVISO               VALUE "S".
008800     05  WS-HALLADO          PIC X(01) VALUE "N".
008900         88  HALLADO                 VALUE "S".
009000 01  WS-ENCADENADO-PREVIO    PIC 9(18) VALUE ZERO.
009100 01  WS-SELLO-PREVIO         PIC 9(18) VALUE ZERO.
009200 01  WS-VALOR-CALCULADO      PIC 9(18) VALUE ZERO.
009300 01  WS-DATOS-SELLO          PIC X(158).
009400 01  WS-MOTIVO               PIC X(32).
009500 01  WS-NUM-LINEA            PIC 9(09) COMP VALUE ZERO.
009600 01  WS-PRIMERA-ROTURA       PIC 9(09) COMP VALUE ZERO.
009700 01  WS-EDIT-LINEA           PIC Z(8)9.
009800*    SELLOS LEIDOS DE AUDSELLO.
009900 01  WS-TABLA-SELLOS.
010000     05  WS-NUM-SELLOS       PIC 9(04) COMP VALUE ZERO.
010100     05  WS-SELLO-ENTRY OCCURS 1000 TIMES.
010200         10  WS-SEL-FECHA    PIC X(08).
010300         10  WS-SEL-REGISTROS PIC 9(09).
010400         10  WS-SEL-ENCADENADO PIC 9(18).
010500*    DIAS PRESENTES EN LA GENERACION, CON SU SELLO SI LO HAY.
010600 01  WS-TABLA-DIAS.
010700     05  WS-NUM-DIAS         PIC 9(04) COMP VALUE ZERO.
010800     05  WS-DIA-ENTRY OCCURS 1000 TIMES.
010900         10  WS-DIA-FECHA    PIC X(08).
011000         10  WS-DIA-LINEAS   PIC 9(09) COMP.
011100         10  WS-DIA-ULTIMO   PIC 9(18).
011200         10  WS-DIA-SELLO    PIC 9(04) COMP.
011300 01  WS-IDX-DIA              PIC 9(04) COMP VALUE ZERO.
011400 01  WS-IDX-SELLO            PIC 9(04) COMP VALUE ZERO.
011500 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
011600 01  WS-FECHA-BUSCADA        PIC X(08).
011700 01  WS-CONTADORES.
011800     05  WS-TOTAL-LINEAS     PIC 9(09) COMP VALUE ZERO.
011900     05  WS-TOTAL-ENCADENADAS PIC 9(09) COMP VALUE ZERO.
012000     05  WS-TOTAL-SIN-CADENA PIC 9(09) COMP VALUE ZERO.
012100     05  WS-TOTAL-ROTURAS    PIC 9(09) COMP VALUE ZERO.
012200     05  WS-TOTAL-CASADOS    PIC 9(09) COMP VALUE ZERO.
012300     05  WS-TOTAL-SIN-SELLO  PIC 9(09) COMP VALUE ZERO.
012400 PROCEDURE       DIVISION.
012500*================================================================
012600 0000-MAINLINE.
012700*================================================================
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012900     PERFORM 2000-EXAMINAR-LINEA THRU 2000-EXIT
013000         UNTIL WS-CAD-FIN-FICHERO
013100     PERFORM 3000-CONTRASTAR-DIA THRU 3000-EXIT
013200         VARYING WS-IDX-DIA FROM 1 BY 1
013300         UNTIL WS-IDX-DIA > WS-NUM-DIAS
013400     IF ACCION-SELLAR
013500         PERFORM 4000-SELLAR-DIA THRU 4000-EXIT
013600     END-IF
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT
013800     GOBACK.
013900*================================================================
014000 1000-INITIALIZE.
014100*================================================================
014200     OPEN OUTPUT VERIAUD-RPT
014300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
014400     CALL "FECHANEG" USING FEC-NEG-AREA
014500*    SIN TARJETA SE VERIFICA EL FICHERO VIVO, SIN SELLAR.
014600     OPEN INPUT VERIAUD-SEL
014700     IF NOT WS-VSL-NO-EXISTE
014800         READ VERIAUD-SEL
014900             NOT AT END
015000                 IF VSL-FICHERO NOT = SPACES
015100                     MOVE VSL-FICHERO TO WS-NOMBRE-AUDITORIA
015200                 END-IF
015300                 IF VSL-ACCION = "S"
015400                     MOVE "S" TO WS-ACCION
015500                 END-IF
015600         END-READ
015700         CLOSE VERIAUD-SEL
015800     END-IF
015900     MOVE SPACES TO RPT-LINEA
016000     STRING "GENERACION VERIFICADA: " DELIMITED BY SIZE
016100            WS-NOMBRE-AUDITORIA DELIMITED BY SIZE
016200         INTO RPT-LINEA
016300     END-STRING
016400     WRITE RPT-LINEA
016500     PERFORM 1100-CARGAR-SELLOS THRU 1100-EXIT
016600     OPEN INPUT AUDITORIA-GEN
016700     IF WS-CAD-NO-EXISTE
016800         MOVE "GENERACION DE AUDITORIA NO ENCONTRADA" TO RPT-LINEA
016900         WRITE RPT-LINEA
017000         SET CADENA-ROTA TO TRUE
017100         MOVE "10" TO WS-CAD-STATUS
017200     ELSE
017300         PERFORM 2100-LEER-LINEA THRU 2100-EXIT
017400     END-IF.
017500 1000-EXIT.
017600     EXIT.
017700*================================================================
017800 1100-CARGAR-SELLOS.
017900*================================================================
018000     OPEN INPUT SELLO-AUDITORIA
018100     IF WS-ASL-NO-EXISTE
018200         MOVE "SIN SELLOS DE AUDITORIA (AUDSELLO)" TO RPT-LINEA
018300         WRITE RPT-LINEA
018400         GO TO 1100-EXIT
018500     END-IF
018600     PERFORM 1110-LEER-SELLO THRU 1110-EXIT
018700     PERFORM 1120-COMPROBAR-SELLO THRU 1120-EXIT
018800         UNTIL WS-ASL-FIN-FICHERO
018900     CLOSE SELLO-AUDITORIA.
019000 1100-EXIT.
019100     EXIT.
019200*================================================================
019300 1110-LEER-SELLO.
019400*================================================================
019500     READ SELLO-AUDITORIA
019600         AT END
019700             MOVE "10" TO WS-ASL-STATUS
019800     END-READ.
019900 1110-EXIT.
020000     EXIT.
020100*================================================================
020200 1120-COMPROBAR-SELLO.
020300*================================================================
020400*    LOS SELLOS FORMAN SU PROPIA CADENA: CADA UNO ENLAZA CON EL
020500*    ANTERIOR Y SU VALOR SE RECALCULA SOBRE SUS DATOS.
020600     IF ASL-ANTERIOR NOT NUMERIC OR ASL-SELLO NOT NUMERIC
020700         MOVE "SELLO ILEGIBLE EN AUDSELLO" TO WS-MOTIVO
020800         PERFORM 1130-ANOTAR-SELLO-ROTO THRU 1130-EXIT
020900         GO TO 1120-SIGUIENTE
021000     END-IF
021100     IF WS-NUM-SELLOS > 0 AND ASL-ANTERIOR NOT = WS-SELLO-PREVIO
021200         MOVE "SELLO FUERA DE CADENA" TO WS-MOTIVO
021300         PERFORM 1130-ANOTAR-SELLO-ROTO THRU 1130-EXIT
021400     END-IF
021500     MOVE SPACES TO WS-DATOS-SELLO
021600     MOVE ASL-DATOS TO WS-DATOS-SELLO
021700     CALL "AUDHASH" USING WS-DATOS-SELLO ASL-ANTERIOR
021800                          WS-VALOR-CALCULADO
021900     IF WS-VALOR-CALCULADO NOT = ASL-SELLO
022000         MOVE "SELLO ALTERADO" TO WS-MOTIVO
022100         PERFORM 1130-ANOTAR-SELLO-ROTO THRU 1130-EXIT
022200     END-IF
022300     MOVE ASL-SELLO TO WS-SELLO-PREVIO
022400     IF WS-NUM-SELLOS < 1000
022500         ADD 1 TO WS-NUM-SELLOS
022600         MOVE ASL-FECHA TO WS-SEL-FECHA(WS-NUM-SELLOS)
022700         MOVE ASL-REGISTROS TO WS-SEL-REGISTROS(WS-NUM-SELLOS)
022800         MOVE ASL-ENCADENADO TO WS-SEL-ENCADENADO(WS-NUM-SELLOS)
022900     END-IF.
023000 1120-SIGUIENTE.
023100     PERFORM 1110-LEER-SELLO THRU 1110-EXIT.
023200 1120-EXIT.
023300     EXIT.
023400*================================================================
023500 1130-ANOTAR-SELLO-ROTO.
023600*================================================================
023700     MOVE SPACES TO RPT-LINEA
023800     STRING "AUDSELLO FECHA " DELIMITED BY SIZE
023900            ASL-FECHA DELIMITED BY SIZE
024000            ": " DELIMITED BY SIZE
024100            WS-MOTIVO DELIMITED BY SIZE
024200         INTO RPT-LINEA
024300     END-STRING
024400     WRITE RPT-LINEA
024500     ADD 1 TO WS-TOTAL-ROTURAS
024600     SET CADENA-ROTA TO TRUE.
024700 1130-EXIT.
024800     EXIT.
024900*================================================================
025000 2000-EXAMINAR-LINEA.
025100*================================================================
025200     ADD 1 TO WS-NUM-LINEA WS-TOTAL-LINEAS
025300     IF AUD-CAD-ANTERIOR NOT NUMERIC
025400        OR AUD-CAD-ENCADENADO NOT NUMERIC
025500         ADD 1 TO WS-TOTAL-SIN-CADENA
025600         SET HAY-AVISO TO TRUE
025700         GO TO 2000-SIGUIENTE
025800     END-IF
025900     ADD 1 TO WS-TOTAL-ENCADENADAS
026000     IF PRIMERA-LINEA
026100         MOVE "N" TO WS-PRIMERA-LINEA
026200         MOVE "ANCLA DE ENTRADA DE LA CADENA"
026300             TO RPT-RESUMEN-ETIQUETA
026400         MOVE AUD-CAD-ANTERIOR TO RPT-RESUMEN-VALOR
026500         WRITE RPT-RESUMEN-REGISTRO
026600     ELSE
026700         IF AUD-CAD-ANTERIOR NOT = WS-ENCADENADO-PREVIO
026800             MOVE "ENLACE ROTO CON LA ANTERIOR" TO WS-MOTIVO
026900             PERFORM 2200-ANOTAR-ROTURA THRU 2200-EXIT
027000         END-IF
027100     END-IF
027200     CALL "AUDHASH" USING AUD-CAD-DATOS AUD-CAD-ANTERIOR
027300                          WS-VALOR-CALCULADO
027400     IF WS-VALOR-CALCULADO NOT = AUD-CAD-ENCADENADO
027500         MOVE "CONTENIDO ALTERADO" TO WS-MOTIVO
027600         PERFORM 2200-ANOTAR-ROTURA THRU 2200-EXIT
027700     END-IF
027800     MOVE AUD-CAD-ENCADENADO TO WS-ENCADENADO-PREVIO
027900     PERFORM 2300-ANOTAR-DIA THRU 2300-EXIT.
028000 2000-SIGUIENTE.
028100     PERFORM 2100-LEER-LINEA THRU 2100-EXIT.
028200 2000-EXIT.
028300     EXIT.
028400*================================================================
028500 2100-LEER-LINEA.
028600*================================================================
028700     READ AUDITORIA-GEN
028800         AT END
028900             MOVE "10" TO WS-CAD-STATUS
029000     END-READ.
029100 2100-EXIT.
029200     EXIT.
029300*================================================================
029400 2200-ANOTAR-ROTURA.
029500*================================================================
029600     ADD 1 TO WS-TOTAL-ROTURAS
029700     SET CADENA-ROTA TO TRUE
029800     IF WS-PRIMERA-ROTURA = 0
029900         MOVE WS-NUM-LINEA TO WS-PRIMERA-ROTURA
030000     END-IF
030100     MOVE WS-NUM-LINEA TO WS-EDIT-LINEA
030200     MOVE SPACES TO RPT-LINEA
030300     STRING "LINEA " DELIMITED BY SIZE
030400            WS-EDIT-LINEA DELIMITED BY SIZE
030500            ": " DELIMITED BY SIZE
030600            WS-MOTIVO DELIMITED BY SIZE
030700            AUD-CAD-DATOS(1:21) DELIMITED BY SIZE
030800         INTO RPT-LINEA
030900     END-STRING
031000     WRITE RPT-LINEA.
031100 2200-EXIT.
031200     EXIT.
031300*================================================================
031400 2300-ANOTAR-DIA.
031500*================================================================
031600*    LA LINEA CUENTA PARA SU FECHA; CUANDO EL DIA LLEGA AL NUMERO
031700*    DE LINEAS DE SU SELLO, SU VALOR DE CADENA DEBE SER EL
031800*    SELLADO.
031900     IF WS-IDX-DIA = 0
032000        OR WS-DIA-FECHA(WS-IDX-DIA) NOT = AUD-CAD-FECHA
032100         MOVE AUD-CAD-FECHA TO WS-FECHA-BUSCADA
032200         PERFORM 2310-BUSCAR-DIA THRU 2310-EXIT
032300         IF WS-IDX-DIA = 0
032400             GO TO 2300-EXIT
032500         END-IF
032600     END-IF
032700     ADD 1 TO WS-DIA-LINEAS(WS-IDX-DIA)
032800     MOVE AUD-CAD-ENCADENADO TO WS-DIA-ULTIMO(WS-IDX-DIA)
032900     MOVE WS-DIA-SELLO(WS-IDX-DIA) TO WS-IDX-SELLO
033000     IF WS-IDX-SELLO > 0
033100         IF WS-DIA-LINEAS(WS-IDX-DIA)
033200            = WS-SEL-REGISTROS(WS-IDX-SELLO)
033300             IF AUD-CAD-ENCADENADO
033400                = WS-SEL-ENCADENADO(WS-IDX-SELLO)
033500                 ADD 1 TO WS-TOTAL-CASADOS
033600             ELSE
033700                 MOVE "NO CASA CON EL SELLO DEL DIA" TO WS-MOTIVO
033800                 PERFORM 2200-ANOTAR-ROTURA THRU 2200-EXIT
033900             END-IF
034000         END-IF
034100     END-IF.
034200 2300-EXIT.
034300     EXIT.
034400*================================================================
034500 2310-BUSCAR-DIA.
034600*================================================================
034700     MOVE "N" TO WS-HALLADO
034800     MOVE 0 TO WS-IDX-DIA
034900     PERFORM 2320-COMPARAR-DIA THRU 2320-EXIT
035000         VARYING WS-IDX FROM 1 BY 1
035100         UNTIL WS-IDX > WS-NUM-DIAS OR HALLADO
035200     IF HALLADO
035300         GO TO 2310-EXIT
035400     END-IF
035500     IF WS-NUM-DIAS NOT < 1000
035600         SET HAY-AVISO TO TRUE
035700         GO TO 2310-EXIT
035800     END-IF
035900     ADD 1 TO WS-NUM-DIAS
036000     MOVE WS-NUM-DIAS TO WS-IDX-DIA
036100     MOVE WS-FECHA-BUSCADA TO WS-DIA-FECHA(WS-IDX-DIA)
036200     MOVE 0 TO WS-DIA-LINEAS(WS-IDX-DIA)
036300     MOVE 0 TO WS-DIA-ULTIMO(WS-IDX-DIA)
036400     PERFORM 2330-BUSCAR-SELLO THRU 2330-EXIT
036500     MOVE WS-IDX-SELLO TO WS-DIA-SELLO(WS-IDX-DIA).
036600 2310-EXIT.
036700     EXIT.
036800*================================================================
036900 2320-COMPARAR-DIA.
037000*================================================================
037100     IF WS-DIA-FECHA(WS-IDX) = WS-FECHA-BUSCADA
037200         SET HALLADO TO TRUE
037300         MOVE WS-IDX TO WS-IDX-DIA
037400     END-IF.
037500 2320-EXIT.
037600     EXIT.
037700*================================================================
037800 2330-BUSCAR-SELLO.
037900*================================================================
038000     MOVE "N" TO WS-HALLADO
038100     MOVE 0 TO WS-IDX-SELLO
038200     PERFORM 2340-COMPARAR-SELLO THRU 2340-EXIT
038300         VARYING WS-IDX FROM 1 BY 1
038400         UNTIL WS-IDX > WS-NUM-SELLOS OR HALLADO.
038500 2330-EXIT.
038600     EXIT.
038700*================================================================
038800 2340-COMPARAR-SELLO.
038900*================================================================
039000     IF WS-SEL-FECHA(WS-IDX) = WS-FECHA-BUSCADA
039100         SET HALLADO TO TRUE
039200         MOVE WS-IDX TO WS-IDX-SELLO
039300     END-IF.
039400 2340-EXIT.
039500     EXIT.
039600*================================================================
039700 3000-CONTRASTAR-DIA.
039800*================================================================
039900*    UN DIA SELLADO CON MENOS LINEAS QUE SU SELLO HA PERDIDO
040000*    LINEAS; CON MAS, ALGUIEN ESCRIBIO DESPUES DEL SELLADO. UN
040100*    DIA PASADO SIN SELLO SE AVISA (EL DE HOY AUN PUEDE NO
040200*    ESTAR SELLADO).
040300     MOVE WS-DIA-SELLO(WS-IDX-DIA) TO WS-IDX-SELLO
040400     MOVE SPACES TO WS-MOTIVO
040500     EVALUATE TRUE
040600         WHEN WS-IDX-SELLO = 0
040700             IF WS-DIA-FECHA(WS-IDX-DIA) NOT = FEC-NEG-FECHA
040800                 ADD 1 TO WS-TOTAL-SIN-SELLO
040900                 SET HAY-AVISO TO TRUE
041000                 MOVE "DIA SIN SELLO" TO WS-MOTIVO
041100             END-IF
041200         WHEN WS-DIA-LINEAS(WS-IDX-DIA)
041300              < WS-SEL-REGISTROS(WS-IDX-SELLO)
041400             ADD 1 TO WS-TOTAL-ROTURAS
041500             SET CADENA-ROTA TO TRUE
041600             MOVE "FALTAN LINEAS SELLADAS" TO WS-MOTIVO
041700         WHEN WS-DIA-LINEAS(WS-IDX-DIA)
041800              > WS-SEL-REGISTROS(WS-IDX-SELLO)
041900             SET HAY-AVISO TO TRUE
042000             MOVE "LINEAS POSTERIORES AL SELLO" TO WS-MOTIVO
042100         WHEN OTHER
042200             CONTINUE
042300     END-EVALUATE
042400     IF WS-MOTIVO NOT = SPACES
042500         MOVE SPACES TO RPT-LINEA
042600         STRING "FECHA " DELIMITED BY SIZE
042700                WS-DIA-FECHA(WS-IDX-DIA) DELIMITED BY SIZE
042800                ": " DELIMITED BY SIZE
042900                WS-MOTIVO DELIMITED BY SIZE
043000             INTO RPT-LINEA
043100         END-STRING
043200         WRITE RPT-LINEA
043300     END-IF.
043400 3000-EXIT.
043500     EXIT.
043600*================================================================
043700 4000-SELLAR-DIA.
043800*================================================================
043900*    SOLO SE SELLA UNA CADENA INTACTA Y UNA SOLA VEZ POR FECHA.
044000     IF CADENA-ROTA
044100         MOVE "NO SE SELLA: LA CADENA ESTA ROTA" TO RPT-LINEA
044200         WRITE RPT-LINEA
044300         GO TO 4000-EXIT
044400     END-IF
044500     MOVE FEC-NEG-FECHA TO WS-FECHA-BUSCADA
044600     PERFORM 2330-BUSCAR-SELLO THRU 2330-EXIT
044700     IF WS-IDX-SELLO > 0
044800         MOVE "NO SE SELLA: FECHA YA SELLADA" TO RPT-LINEA
044900         WRITE RPT-LINEA
045000         SET HAY-AVISO TO TRUE
045100         GO TO 4000-EXIT
045200     END-IF
045300     MOVE SPACES TO ASL-REGISTRO
045400     MOVE FEC-NEG-FECHA TO ASL-FECHA
045500     MOVE 0 TO ASL-REGISTROS
045600     MOVE WS-ENCADENADO-PREVIO TO ASL-ENCADENADO
045700     MOVE "N" TO WS-HALLADO
045800     MOVE 0 TO WS-IDX-DIA
045900     PERFORM 2320-COMPARAR-DIA THRU 2320-EXIT
046000         VARYING WS-IDX FROM 1 BY 1
046100         UNTIL WS-IDX > WS-NUM-DIAS OR HALLADO
046200     IF HALLADO
046300         MOVE WS-DIA-LINEAS(WS-IDX-DIA) TO ASL-REGISTROS
046400         MOVE WS-DIA-ULTIMO(WS-IDX-DIA) TO ASL-ENCADENADO
046500     END-IF
046600     STRING FEC-NEG-FECHA DELIMITED BY SIZE
046700            "-" DELIMITED BY SIZE
046800            FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
046900         INTO ASL-SELLADO-EN
047000     END-STRING
047100     MOVE WS-SELLO-PREVIO TO ASL-ANTERIOR
047200     MOVE SPACES TO WS-DATOS-SELLO
047300     MOVE ASL-DATOS TO WS-DATOS-SELLO
047400     CALL "AUDHASH" USING WS-DATOS-SELLO ASL-ANTERIOR ASL-SELLO
047500     OPEN EXTEND SELLO-AUDITORIA
047600     IF WS-ASL-NO-EXISTE
047700         OPEN OUTPUT SELLO-AUDITORIA
047800     END-IF
047900     WRITE ASL-REGISTRO
048000     CLOSE SELLO-AUDITORIA
048100     MOVE "DIA SELLADO, LINEAS" TO RPT-RESUMEN-ETIQUETA
048200     MOVE ASL-REGISTROS TO RPT-RESUMEN-VALOR
048300     WRITE RPT-RESUMEN-REGISTRO
048400     MOVE "VALOR DE CADENA SELLADO" TO RPT-RESUMEN-ETIQUETA
048500     MOVE ASL-ENCADENADO TO RPT-RESUMEN-VALOR
048600     WRITE RPT-RESUMEN-REGISTRO.
048700 4000-EXIT.
048800     EXIT.
048900*================================================================
049000 9000-TERMINATE.
049100*================================================================
049200     MOVE "LINEAS LEIDAS" TO RPT-RESUMEN-ETIQUETA
049300     MOVE WS-TOTAL-LINEAS TO RPT-RESUMEN-VALOR
049400     WRITE RPT-RESUMEN-REGISTRO
049500     MOVE "LINEAS ENCADENADAS" TO RPT-RESUMEN-ETIQUETA
049600     MOVE WS-TOTAL-ENCADENADAS TO RPT-RESUMEN-VALOR
049700     WRITE RPT-RESUMEN-REGISTRO
049800     MOVE "LINEAS SIN ENCADENAR" TO RPT-RESUMEN-ETIQUETA
049900     MOVE WS-TOTAL-SIN-CADENA TO RPT-RESUMEN-VALOR
050000     WRITE RPT-RESUMEN-REGISTRO
050100     MOVE "ROTURAS DE CADENA" TO RPT-RESUMEN-ETIQUETA
050200     MOVE WS-TOTAL-ROTURAS TO RPT-RESUMEN-VALOR
050300     WRITE RPT-RESUMEN-REGISTRO
050400     MOVE "PRIMER ENLACE ROTO EN LINEA" TO RPT-RESUMEN-ETIQUETA
050500     MOVE WS-PRIMERA-ROTURA TO RPT-RESUMEN-VALOR
050600     WRITE RPT-RESUMEN-REGISTRO
050700     MOVE "SELLOS LEIDOS" TO RPT-RESUMEN-ETIQUETA
050800     MOVE WS-NUM-SELLOS TO RPT-RESUMEN-VALOR
050900     WRITE RPT-RESUMEN-REGISTRO
051000     MOVE "DIAS CASADOS CON SU SELLO" TO RPT-RESUMEN-ETIQUETA
051100     MOVE WS-TOTAL-CASADOS TO RPT-RESUMEN-VALOR
051200     WRITE RPT-RESUMEN-REGISTRO
051300     MOVE "DIAS PASADOS SIN SELLO" TO RPT-RESUMEN-ETIQUETA
051400     MOVE WS-TOTAL-SIN-SELLO TO RPT-RESUMEN-VALOR
051500     WRITE RPT-RESUMEN-REGISTRO
051600     EVALUATE TRUE
051700         WHEN CADENA-ROTA
051800             MOVE "RESULTADO: CADENA DE AUDITORIA ROTA"
051900                 TO RPT-LINEA
052000             MOVE 8 TO RETURN-CODE
052100         WHEN HAY-AVISO
052200             MOVE "RESULTADO: CADENA INTACTA CON AVISOS"
052300                 TO RPT-LINEA
052400             MOVE 4 TO RETURN-CODE
052500         WHEN OTHER
052600             MOVE "RESULTADO: CADENA INTACTA" TO RPT-LINEA
052700     END-EVALUATE
052800     WRITE RPT-LINEA
052900     IF NOT WS-CAD-NO-EXISTE
053000         CLOSE AUDITORIA-GEN
053100     END-IF
053200     CLOSE VERIAUD-RPT.
053300 9000-EXIT.
053400     EXIT.
053500 END PROGRAM VERIAUD.
