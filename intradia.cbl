000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTRADIA.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONDUCTOR DE CORRIDAS
001300*                    INTRADIA A PETICION, FUERA DE LA CADENA
001400*                    NOCTURNA: LA TARJETA INTRAPARM ELIGE EL
001500*                    PROGRAMA (PALINDROMO O AREA_POL) Y SU ENTRADA
001600*                    PEQUENA. CON PERMISO INTRADIA DEL OPERADOR Y
001700*                    EL CERROJO CADENA TOMADO, EL CONDUCTOR ASIGNA
001800*                    UNA CORRIDA INTRADIA (9001-9999) BAJO LA
001900*                    FECHA DE NEGOCIO VIGENTE, GUARDA LOS FICHEROS
002000*                    VIVOS DEL PROGRAMA, LO LLAMA CON LA ENTRADA
002100*                    PEQUENA, COPIA SUS SALIDAS A GENERACIONES
002200*                    PROPIAS (NOMBRE+FECHA+I+CORRIDA), REPONE LOS
002300*                    FICHEROS VIVOS Y LA TARJETA FECHANEG Y ANOTA
002400*                    LA CORRIDA EN INTRAREG Y EN LA AUDITORIA.
002420* 2026-10-15  MNT    LA CORRIDA SE NIEGA TAMBIEN SI EL MES DE LA
002440*                    FECHA DE NEGOCIO ESTA CERRADO (MODULO
002460*                    PERIODO), COMO EN LA CADENA NOCTURNA.
002500*----------------------------------------------------------------
002600* TARJETA INTRAPARM: PROGRAMA (COLUMNAS 1-16) Y, OPCIONAL, NOMBRE
002700* DE LA ENTRADA PEQUENA (COLUMNAS 17-28). SIN ENTRADA SE USA LA DE
002800* SIEMPRE: ELTEXTOI PARA PALINDROMO Y AREAPOLINI PARA AREA_POL.
002900* LA CORRIDA SE NIEGA (RC 12, SIN TOCAR NADA) SI FALTA LA TARJETA,
003000* EL PERMISO, LA ENTRADA O LA TARJETA FECHANEG, SI LA TARJETA
003100* FECHANEG YA ES DE UNA CORRIDA INTRADIA, SI LA CADENA NOCTURNA U
003200* OTRA CORRIDA INTRADIA TIENE EL CERROJO CADENA O SI EL PROGRAMA
003250* TIENE UN CHECKPOINT PENDIENTE DE REARRANQUE O SI EL MES DE LA
003300* FECHA DE NEGOCIO ESTA CERRADO (MODULO PERIODO). LAS METRICAS
003400* Y LA AUDITORIA DEL PROGRAMA LLEVAN LA CORRIDA INTRADIA, Y ASI
003500* LAS SEPARAN CUADRANOC Y TABLERO. LOS ACUMULADOS DEL PROGRAMA
003600* (PALINTOT, VOLTXT, HUELLAS, MEDICIONES) SI RECIBEN LA CORRIDA:
003700* SON REGISTROS PROCESADOS DEL DIA.
003800*----------------------------------------------------------------
003900 ENVIRONMENT     DIVISION.
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
004200     SELECT INTRADIA-PARM ASSIGN TO "INTRAPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARM-STATUS.
004500     SELECT FECHA-PARM ASSIGN TO "FECHANEG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FEC-STATUS.
004800     SELECT FICHERO-ORIGEN ASSIGN TO WS-NOMBRE-ORIGEN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ORI-STATUS.
005100     SELECT FICHERO-DESTINO ASSIGN TO WS-NOMBRE-DESTINO
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT INTRADIA-REG ASSIGN TO "INTRAREG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REG-STATUS.
005600     SELECT INTRADIA-RPT ASSIGN TO "INTRARPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA            DIVISION.
005900 FILE            SECTION.
006000 FD  INTRADIA-PARM
006100     RECORDING MODE IS F.
006200 01  PARM-REGISTRO.
006300     05  PARM-PROGRAMA       PIC X(16).
006400     05  PARM-ENTRADA        PIC X(12).
006500 FD  FECHA-PARM
006600     RECORDING MODE IS F.
006700 01  FEC-REGISTRO.
006800     05  FEC-FECHA           PIC X(08).
006900     05  FEC-CORRIDA         PIC X(04).
007000 FD  FICHERO-ORIGEN
007100     RECORDING MODE IS F.
007200 01  ORI-REGISTRO            PIC X(48200).
007300 FD  FICHERO-DESTINO
007400     RECORDING MODE IS F.
007500 01  DES-REGISTRO            PIC X(48200).
007600 FD  INTRADIA-REG
007700     RECORDING MODE IS F.
007800     COPY ITDREG.
007900 FD  INTRADIA-RPT
008000     RECORDING MODE IS F.
008100 01  RPT-LINEA               PIC X(80).
008200 WORKING-STORAGE SECTION.
008300*    AREA DE COMUNICACION CON EL GESTOR DE CERROJOS (CERROJO).
008400     COPY CERSTD.
008500*    AREA DE COMUNICACION CON EL SERVICIO DE CHECKPOINT.
008600     COPY CKPSTD.
008700*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
008800     COPY OPSSTD.
008820*    AREA DE COMUNICACION CON EL MODULO DE PERIODOS (PERIODO).
008840     COPY PERSTD.
008900*    REGISTRO DE AUDITORIA ESTANDAR PARA EL MODULO AUDITORIA.
009000     COPY AUDREG.
009100 01  WS-PARM-STATUS          PIC X(02).
009200     88  WS-PARM-NO-EXISTE           VALUE "35".
009300 01  WS-FEC-STATUS           PIC X(02).
009400     88  WS-FEC-NO-EXISTE            VALUE "35".
009500 01  WS-ORI-STATUS           PIC X(02).
009600 01  WS-REG-STATUS           PIC X(02).
009700     88  WS-REG-NO-EXISTE            VALUE "35".
009800     88  WS-REG-FIN-FICHERO          VALUE "10".
009900 01  WS-NOMBRE-ORIGEN        PIC X(24).
010000 01  WS-NOMBRE-DESTINO       PIC X(24).
010100 01  WS-SWITCHES.
010200     05  WS-CORRIDA-NEGADA   PIC X(01) VALUE "N".
010300         88  CORRIDA-NEGADA          VALUE "S".
010400     05  WS-CADENA-TOMADA    PIC X(01) VALUE "N".
010500         88  CADENA-TOMADA           VALUE "S".
010600     05  WS-CORRIDA-FALLIDA  PIC X(01) VALUE "N".
010700         88  CORRIDA-FALLIDA         VALUE "S".
010800     05  WS-FIN-ORIGEN       PIC X(01) VALUE "N".
010900         88  FIN-ORIGEN              VALUE "S".
011000     05  WS-COPIA-HECHA      PIC X(01) VALUE "N".
011100         88  COPIA-HECHA             VALUE "S".
011200 01  WS-PROGRAMA             PIC X(16) VALUE SPACES.
011300 01  WS-NOMBRE-CORTO         PIC X(08) VALUE SPACES.
011400 01  WS-ENTRADA              PIC X(12) VALUE SPACES.
011500 01  WS-OPERADOR             PIC X(08) VALUE SPACES.
011600 01  WS-MOTIVO               PIC X(50) VALUE SPACES.
011700 01  WS-ESTADO               PIC X(10) VALUE SPACES.
011800*    TARJETA FECHANEG VIVA, QUE SE REPONE AL TERMINAR, Y LA
011900*    CORRIDA INTRADIA ASIGNADA BAJO SU FECHA DE NEGOCIO.
012000 01  WS-FEC-VIVA.
012100     05  WS-FEC-VIVA-FECHA   PIC X(08).
012200     05  WS-FEC-VIVA-CORRIDA PIC X(04).
012300 01  WS-FECHA-NEGOCIO        PIC 9(08) VALUE ZERO.
012400 01  WS-CORRIDA              PIC 9(04) VALUE ZERO.
012500 01  WS-CORRIDA-MAXIMA       PIC 9(04) VALUE ZERO.
012600 01  WS-RC-PROGRAMA          PIC 9(03) VALUE ZERO.
012700 01  WS-HORA                 PIC 9(08) VALUE ZERO.
012800 01  WS-HORA-INICIO          PIC 9(06) VALUE ZERO.
012900 01  WS-HORA-FIN             PIC 9(06) VALUE ZERO.
013000 01  WS-EDIT-RC              PIC ZZ9.
013100 01  WS-EDIT-GENERACIONES    PIC Z9.
013200*----------------------------------------------------------------
013300* FICHEROS VIVOS DEL PROGRAMA: LA ENTRADA (ENTRADA 1) Y SUS
013400* SALIDAS. CADA UNO SE GUARDA COMO <NOMBRE>RESG ANTES DE LA
013500* CORRIDA, SE COPIA A SU GENERACION INTRADIA DESPUES Y SE REPONE
013600* DESDE LA COPIA GUARDADA; SI NO EXISTIA, SE REPONE VACIO.
013700*----------------------------------------------------------------
013800 01  WS-TABLA-FICHEROS.
013900     05  WS-NUM-FICHEROS     PIC 9(02) COMP VALUE ZERO.
014000     05  WS-FICHERO-ENTRY OCCURS 8 TIMES.
014100         10  WS-FIC-NOMBRE   PIC X(12).
014200         10  WS-FIC-EXISTIA  PIC X(01).
014300 01  WS-IDX-FIC              PIC 9(02) COMP VALUE ZERO.
014400 01  WS-CONTADORES.
014500     05  WS-TOTAL-GENERACIONES PIC 9(02) COMP VALUE ZERO.
014600 PROCEDURE       DIVISION.
014700*================================================================
014800 0000-MAINLINE.
014900*================================================================
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015100     IF NOT CORRIDA-NEGADA
015200         PERFORM 2000-PREPARAR-CORRIDA THRU 2000-EXIT
015300         PERFORM 3000-LANZAR-PROGRAMA THRU 3000-EXIT
015400         PERFORM 4000-GUARDAR-GENERACIONES THRU 4000-EXIT
015500         PERFORM 5000-REPONER-VIVOS THRU 5000-EXIT
015600         PERFORM 6000-ANOTAR-CORRIDA THRU 6000-EXIT
015700     END-IF
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT
015900     GOBACK.
016000*================================================================
016100 1000-INITIALIZE.
016200*================================================================
016300     OPEN OUTPUT INTRADIA-RPT
016400     MOVE "CORRIDA INTRADIA A PETICION" TO RPT-LINEA
016500     WRITE RPT-LINEA
016600     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT
016700     IF CORRIDA-NEGADA
016800         GO TO 1000-EXIT
016900     END-IF
017000     PERFORM 1200-COMPROBAR-PERMISO THRU 1200-EXIT
017100     IF CORRIDA-NEGADA
017200         GO TO 1000-EXIT
017300     END-IF
017400     PERFORM 1300-LEER-FECHANEG THRU 1300-EXIT
017500     IF CORRIDA-NEGADA
017600         GO TO 1000-EXIT
017700     END-IF
017720     PERFORM 1350-COMPROBAR-PERIODO THRU 1350-EXIT
017740     IF CORRIDA-NEGADA
017760         GO TO 1000-EXIT
017780     END-IF
017800*    LA ENTRADA PEQUENA DEBE EXISTIR ANTES DE TOMAR NADA.
017900     MOVE WS-ENTRADA TO WS-NOMBRE-ORIGEN
018000     OPEN INPUT FICHERO-ORIGEN
018100     IF WS-ORI-STATUS NOT = "00"
018200         MOVE SPACES TO WS-MOTIVO
018300         STRING "ENTRADA INTRADIA AUSENTE: " DELIMITED BY SIZE
018400             WS-ENTRADA DELIMITED BY SIZE
018500             INTO WS-MOTIVO
018600         END-STRING
018700         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
018800         GO TO 1000-EXIT
018900     END-IF
019000     CLOSE FICHERO-ORIGEN
019100     PERFORM 1400-TOMAR-CADENA THRU 1400-EXIT
019200     IF CORRIDA-NEGADA
019300         GO TO 1000-EXIT
019400     END-IF
019500     PERFORM 1500-COMPROBAR-CHECKPOINT THRU 1500-EXIT
019600     IF CORRIDA-NEGADA
019700         GO TO 1000-EXIT
019800     END-IF
019900     PERFORM 1600-ASIGNAR-CORRIDA THRU 1600-EXIT.
020000 1000-EXIT.
020100     EXIT.
020200*================================================================
020300 1100-LEER-TARJETA.
020400*================================================================
020500*    SOLO LOS PROGRAMAS CUYOS FICHEROS VIVOS CONOCE EL CONDUCTOR
020600*    TIENEN CORRIDA INTRADIA; LA ENTRADA 1 DE LA TABLA ES LA
020700*    ENTRADA VIVA Y LAS DEMAS SUS SALIDAS.
020800     OPEN INPUT INTRADIA-PARM
020900     IF WS-PARM-NO-EXISTE
021000         MOVE "SIN TARJETA INTRAPARM" TO WS-MOTIVO
021100         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
021200         GO TO 1100-EXIT
021300     END-IF
021400     MOVE SPACES TO PARM-REGISTRO
021500     READ INTRADIA-PARM
021600         AT END
021700             CONTINUE
021800     END-READ
021900     CLOSE INTRADIA-PARM
022000     MOVE PARM-PROGRAMA TO WS-PROGRAMA
022100     MOVE PARM-ENTRADA TO WS-ENTRADA
022200     EVALUATE WS-PROGRAMA
022300         WHEN "PALINDROMO"
022400             MOVE "PALINDRO" TO WS-NOMBRE-CORTO
022500             IF WS-ENTRADA = SPACES
022600                 MOVE "ELTEXTOI" TO WS-ENTRADA
022700             END-IF
022800             MOVE 3 TO WS-NUM-FICHEROS
022900             MOVE "ELTEXTO"    TO WS-FIC-NOMBRE(1)
023000             MOVE "PALINDRPT"  TO WS-FIC-NOMBRE(2)
023100             MOVE "PALINDREJ"  TO WS-FIC-NOMBRE(3)
023200         WHEN "AREA_POL"
023300             MOVE "AREAPOL" TO WS-NOMBRE-CORTO
023400             IF WS-ENTRADA = SPACES
023500                 MOVE "AREAPOLINI" TO WS-ENTRADA
023600             END-IF
023700             MOVE 7 TO WS-NUM-FICHEROS
023800             MOVE "AREAPOLIN"  TO WS-FIC-NOMBRE(1)
023900             MOVE "AREAPOLRPT" TO WS-FIC-NOMBRE(2)
024000             MOVE "AREAPOLREJ" TO WS-FIC-NOMBRE(3)
024100             MOVE "AREADIF"    TO WS-FIC-NOMBRE(4)
024200             MOVE "AREAPOLCSV" TO WS-FIC-NOMBRE(5)
024300             MOVE "AREAGEOM"   TO WS-FIC-NOMBRE(6)
024400             MOVE "AREAWKT"    TO WS-FIC-NOMBRE(7)
024500         WHEN OTHER
024600             MOVE SPACES TO WS-MOTIVO
024700             STRING "PROGRAMA SIN CORRIDA INTRADIA: "
024800                 DELIMITED BY SIZE
024900                 WS-PROGRAMA DELIMITED BY SIZE
025000                 INTO WS-MOTIVO
025100             END-STRING
025200             PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
025300             GO TO 1100-EXIT
025400     END-EVALUATE
025500*    LA ENTRADA PEQUENA NUNCA PUEDE SER UNO DE LOS FICHEROS VIVOS.
025600     PERFORM 1110-COMPARAR-ENTRADA THRU 1110-EXIT
025700         VARYING WS-IDX-FIC FROM 1 BY 1
025800         UNTIL WS-IDX-FIC > WS-NUM-FICHEROS
025900            OR CORRIDA-NEGADA
026000     MOVE SPACES TO RPT-LINEA
026100     STRING "PROGRAMA: " DELIMITED BY SIZE
026200         WS-PROGRAMA DELIMITED BY SIZE
026300         " ENTRADA: " DELIMITED BY SIZE
026400         WS-ENTRADA DELIMITED BY SIZE
026500         INTO RPT-LINEA
026600     END-STRING
026700     WRITE RPT-LINEA.
026800 1100-EXIT.
026900     EXIT.
027000*================================================================
027100 1110-COMPARAR-ENTRADA.
027200*================================================================
027300     IF WS-FIC-NOMBRE(WS-IDX-FIC) = WS-ENTRADA
027400         MOVE SPACES TO WS-MOTIVO
027500         STRING "LA ENTRADA INTRADIA ES UN FICHERO VIVO: "
027600             DELIMITED BY SIZE
027700             WS-ENTRADA DELIMITED BY SIZE
027800             INTO WS-MOTIVO
027900         END-STRING
028000         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
028100     END-IF.
028200 1110-EXIT.
028300     EXIT.
028400*================================================================
028500 1200-COMPROBAR-PERMISO.
028600*================================================================
028700     MOVE SPACES TO OPS-STD-AREA
028800     MOVE "INTRADIA" TO OPS-STD-PERMISO
028900     CALL "OPERSEG" USING OPS-STD-AREA
029000     IF NOT OPS-PERMITIDO
029100         MOVE "OPERADOR SIN PERMISO INTRADIA" TO WS-MOTIVO
029200         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
029300         GO TO 1200-EXIT
029400     END-IF
029500     MOVE OPS-STD-OPERADOR TO WS-OPERADOR
029600     MOVE SPACES TO RPT-LINEA
029700     STRING "OPERADOR: " DELIMITED BY SIZE
029800         WS-OPERADOR DELIMITED BY SIZE
029900         INTO RPT-LINEA
030000     END-STRING
030100     WRITE RPT-LINEA.
030200 1200-EXIT.
030300     EXIT.
030400*================================================================
030500 1300-LEER-FECHANEG.
030600*================================================================
030700*    LA TARJETA SE LEE AQUI Y NO POR EL MODULO FECHANEG: EL
030800*    MODULO LA GUARDA UNA VEZ POR UNIDAD DE EJECUCION Y EL
030900*    PROGRAMA LLAMADO DEBE VER LA TARJETA DE LA CORRIDA INTRADIA.
031000     OPEN INPUT FECHA-PARM
031100     IF WS-FEC-NO-EXISTE
031200         MOVE "SIN TARJETA FECHANEG" TO WS-MOTIVO
031300         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
031400         GO TO 1300-EXIT
031500     END-IF
031600     MOVE SPACES TO FEC-REGISTRO
031700     READ FECHA-PARM
031800         AT END
031900             CONTINUE
032000     END-READ
032100     CLOSE FECHA-PARM
032200     MOVE FEC-REGISTRO TO WS-FEC-VIVA
032300     IF WS-FEC-VIVA-FECHA NOT NUMERIC
032400         MOVE "TARJETA FECHANEG SIN FECHA VALIDA" TO WS-MOTIVO
032500         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
032600         GO TO 1300-EXIT
032700     END-IF
032800*    UNA TARJETA CON CORRIDA INTRADIA ES DE UNA CORRIDA QUE NO
032900*    LLEGO A REPONERLA: HAY QUE REPONERLA A MANO ANTES DE OTRA.
033000     IF WS-FEC-VIVA-CORRIDA NUMERIC
033100      AND WS-FEC-VIVA-CORRIDA >= "9001"
033200         MOVE "TARJETA FECHANEG DE UNA CORRIDA INTRADIA"
033300             TO WS-MOTIVO
033400         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
033500         GO TO 1300-EXIT
033600     END-IF
033700     MOVE WS-FEC-VIVA-FECHA TO WS-FECHA-NEGOCIO.
033800 1300-EXIT.
033900     EXIT.
033905*================================================================
033910 1350-COMPROBAR-PERIODO.
033915*================================================================
033920*    UN MES CERRADO POR CIERREMES NO ADMITE CORRIDAS INTRADIA
033925*    HASTA QUE SE REABRA, IGUAL QUE LA CADENA NOCTURNA. LA FECHA
033930*    ES LA DE LA TARJETA LEIDA EN 1300.
033935     MOVE SPACES TO PER-STD-AREA
033940     MOVE WS-FECHA-NEGOCIO TO PER-STD-FECHA
033945     CALL "PERIODO" USING PER-STD-AREA
033950     IF PER-MES-CERRADO
033955         MOVE SPACES TO WS-MOTIVO
033960         STRING "MES CERRADO PARA LA FECHA " DELIMITED BY SIZE
033965             WS-FECHA-NEGOCIO DELIMITED BY SIZE
033970             INTO WS-MOTIVO
033975         END-STRING
033980         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
033985     END-IF.
033990 1350-EXIT.
033995     EXIT.
034000*================================================================
034100 1400-TOMAR-CADENA.
034200*================================================================
034300*    EL CERROJO CADENA EXCLUYE LA NOCHE Y LAS DEMAS CORRIDAS
034400*    INTRADIA; EL PROGRAMA LLAMADO TOMA ADEMAS EL SUYO PROPIO.
034500     MOVE "A" TO CER-STD-FUNCION
034600     MOVE "CADENA" TO CER-STD-PROGRAMA
034700     MOVE "INTRADIA" TO CER-STD-TITULAR
034800     CALL "CERROJO" USING CER-STD-AREA
034900     IF CER-DENEGADO
035000         MOVE SPACES TO WS-MOTIVO
035100         STRING "CERROJO CADENA TOMADO POR " DELIMITED BY SIZE
035200             CER-STD-TITULAR DELIMITED BY SIZE
035300             INTO WS-MOTIVO
035400         END-STRING
035500         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
035600         GO TO 1400-EXIT
035700     END-IF
035800     SET CADENA-TOMADA TO TRUE.
035900 1400-EXIT.
036000     EXIT.
036100*================================================================
036200 1500-COMPROBAR-CHECKPOINT.
036300*================================================================
036400*    UN CHECKPOINT PENDIENTE ES UN REARRANQUE DE LA NOCHE: LA
036500*    CORRIDA INTRADIA LO RETOMARIA CON OTRA ENTRADA.
036600     MOVE "L" TO CKP-STD-FUNCION
036700     MOVE WS-NOMBRE-CORTO TO CKP-STD-PROGRAMA
036800     CALL "CHKPTSRV" USING CKP-STD-AREA
036900     IF CKP-STD-HAY-CHECKPOINT
037000         MOVE "CHECKPOINT PENDIENTE DE REARRANQUE" TO WS-MOTIVO
037100         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
037200     END-IF.
037300 1500-EXIT.
037400     EXIT.
037500*================================================================
037600 1600-ASIGNAR-CORRIDA.
037700*================================================================
037800*    LA CORRIDA INTRADIA ES LA SIGUIENTE A LA MAYOR ANOTADA EN
037900*    INTRAREG PARA LA FECHA DE NEGOCIO; LA PRIMERA ES LA 9001.
038000     MOVE 9000 TO WS-CORRIDA-MAXIMA
038100     OPEN INPUT INTRADIA-REG
038200     IF NOT WS-REG-NO-EXISTE
038300         PERFORM 1610-LEER-REGISTRO THRU 1610-EXIT
038400         PERFORM 1620-ANOTAR-REGISTRO THRU 1620-EXIT
038500             UNTIL WS-REG-FIN-FICHERO
038600         CLOSE INTRADIA-REG
038700     END-IF
038800     IF WS-CORRIDA-MAXIMA >= 9999
038900         MOVE "AGOTADAS LAS CORRIDAS INTRADIA DEL DIA"
039000             TO WS-MOTIVO
039100         PERFORM 8000-NEGAR-CORRIDA THRU 8000-EXIT
039200         GO TO 1600-EXIT
039300     END-IF
039400     COMPUTE WS-CORRIDA = WS-CORRIDA-MAXIMA + 1
039500     MOVE SPACES TO RPT-LINEA
039600     STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
039700         WS-FECHA-NEGOCIO DELIMITED BY SIZE
039800         " CORRIDA INTRADIA: " DELIMITED BY SIZE
039900         WS-CORRIDA DELIMITED BY SIZE
040000         INTO RPT-LINEA
040100     END-STRING
040200     WRITE RPT-LINEA.
040300 1600-EXIT.
040400     EXIT.
040500*================================================================
040600 1610-LEER-REGISTRO.
040700*================================================================
040800     READ INTRADIA-REG
040900         AT END
041000             MOVE "10" TO WS-REG-STATUS
041100     END-READ.
041200 1610-EXIT.
041300     EXIT.
041400*================================================================
041500 1620-ANOTAR-REGISTRO.
041600*================================================================
041700     IF ITD-FECHA = WS-FECHA-NEGOCIO
041800      AND ITD-CORRIDA > WS-CORRIDA-MAXIMA
041900         MOVE ITD-CORRIDA TO WS-CORRIDA-MAXIMA
042000     END-IF
042100     PERFORM 1610-LEER-REGISTRO THRU 1610-EXIT.
042200 1620-EXIT.
042300     EXIT.
042400*================================================================
042500 2000-PREPARAR-CORRIDA.
042600*================================================================
042700*    SE GUARDAN LOS FICHEROS VIVOS, LA TARJETA FECHANEG PASA A
042800*    LA CORRIDA INTRADIA Y LA ENTRADA PEQUENA OCUPA EL NOMBRE DE
042900*    LA ENTRADA VIVA.
043000     PERFORM 2100-GUARDAR-VIVO THRU 2100-EXIT
043100         VARYING WS-IDX-FIC FROM 1 BY 1
043200         UNTIL WS-IDX-FIC > WS-NUM-FICHEROS
043300     OPEN OUTPUT FECHA-PARM
043400     MOVE WS-FEC-VIVA-FECHA TO FEC-FECHA
043500     MOVE WS-CORRIDA TO FEC-CORRIDA
043600     WRITE FEC-REGISTRO
043700     CLOSE FECHA-PARM
043800     MOVE WS-ENTRADA TO WS-NOMBRE-ORIGEN
043900     MOVE WS-FIC-NOMBRE(1) TO WS-NOMBRE-DESTINO
044000     PERFORM 7000-COPIAR-FICHERO THRU 7000-EXIT.
044100 2000-EXIT.
044200     EXIT.
044300*================================================================
044400 2100-GUARDAR-VIVO.
044500*================================================================
044600     MOVE WS-FIC-NOMBRE(WS-IDX-FIC) TO WS-NOMBRE-ORIGEN
044700     PERFORM 7300-NOMBRE-RESGUARDO THRU 7300-EXIT
044800     PERFORM 7000-COPIAR-FICHERO THRU 7000-EXIT
044900     IF COPIA-HECHA
045000         MOVE "S" TO WS-FIC-EXISTIA(WS-IDX-FIC)
045100     ELSE
045200         MOVE "N" TO WS-FIC-EXISTIA(WS-IDX-FIC)
045300     END-IF.
045400 2100-EXIT.
045500     EXIT.
045600*================================================================
045700 3000-LANZAR-PROGRAMA.
045800*================================================================
045900     ACCEPT WS-HORA FROM TIME
046000     MOVE WS-HORA(1:6) TO WS-HORA-INICIO
046100     CALL WS-PROGRAMA
046200         ON EXCEPTION
046300             MOVE "PROGRAMA NO ENCONTRADO" TO RPT-LINEA
046400             WRITE RPT-LINEA
046500             SET CORRIDA-FALLIDA TO TRUE
046600     END-CALL
046700     MOVE RETURN-CODE TO WS-RC-PROGRAMA
046800     MOVE 0 TO RETURN-CODE
046900     ACCEPT WS-HORA FROM TIME
047000     MOVE WS-HORA(1:6) TO WS-HORA-FIN
047100     IF WS-RC-PROGRAMA >= 8
047200         SET CORRIDA-FALLIDA TO TRUE
047300     END-IF
047400     MOVE WS-RC-PROGRAMA TO WS-EDIT-RC
047500     MOVE SPACES TO RPT-LINEA
047600     STRING "RETURN-CODE DEL PROGRAMA: " DELIMITED BY SIZE
047700         WS-EDIT-RC DELIMITED BY SIZE
047800         INTO RPT-LINEA
047900     END-STRING
048000     WRITE RPT-LINEA
048100*    UN CHECKPOINT QUE QUEDE ES DE LA ENTRADA PEQUENA: LA NOCHE
048200*    NO DEBE REARRANCAR DESDE EL.
048300     MOVE "L" TO CKP-STD-FUNCION
048400     MOVE WS-NOMBRE-CORTO TO CKP-STD-PROGRAMA
048500     CALL "CHKPTSRV" USING CKP-STD-AREA
048600     IF CKP-STD-HAY-CHECKPOINT
048700         MOVE "B" TO CKP-STD-FUNCION
048800         MOVE WS-NOMBRE-CORTO TO CKP-STD-PROGRAMA
048900         CALL "CHKPTSRV" USING CKP-STD-AREA
049000         MOVE "CHECKPOINT DE LA CORRIDA INTRADIA DESCARTADO"
049100             TO RPT-LINEA
049200         WRITE RPT-LINEA
049300     END-IF.
049400 3000-EXIT.
049500     EXIT.
049600*================================================================
049700 4000-GUARDAR-GENERACIONES.
049800*================================================================
049900*    LA ENTRADA Y LAS SALIDAS DE LA CORRIDA QUEDAN EN SU
050000*    GENERACION INTRADIA, <NOMBRE><AAAAMMDD>I<CORRIDA>, APARTE
050100*    DE LAS GENERACIONES NOCTURNAS DE ARCHNOCHE.
050200     PERFORM 4100-GUARDAR-UNA THRU 4100-EXIT
050300         VARYING WS-IDX-FIC FROM 1 BY 1
050400         UNTIL WS-IDX-FIC > WS-NUM-FICHEROS.
050500 4000-EXIT.
050600     EXIT.
050700*================================================================
050800 4100-GUARDAR-UNA.
050900*================================================================
051000     MOVE WS-FIC-NOMBRE(WS-IDX-FIC) TO WS-NOMBRE-ORIGEN
051100     MOVE SPACES TO WS-NOMBRE-DESTINO
051200     STRING WS-FIC-NOMBRE(WS-IDX-FIC) DELIMITED BY SPACE
051300         WS-FECHA-NEGOCIO DELIMITED BY SIZE
051400         "I" DELIMITED BY SIZE
051500         WS-CORRIDA DELIMITED BY SIZE
051600         INTO WS-NOMBRE-DESTINO
051700     END-STRING
051800     PERFORM 7000-COPIAR-FICHERO THRU 7000-EXIT
051900     IF NOT COPIA-HECHA
052000         GO TO 4100-EXIT
052100     END-IF
052200     ADD 1 TO WS-TOTAL-GENERACIONES
052300     MOVE SPACES TO RPT-LINEA
052400     STRING "GENERACION: " DELIMITED BY SIZE
052500         WS-NOMBRE-DESTINO DELIMITED BY SIZE
052600         INTO RPT-LINEA
052700     END-STRING
052800     WRITE RPT-LINEA.
052900 4100-EXIT.
053000     EXIT.
053100*================================================================
053200 5000-REPONER-VIVOS.
053300*================================================================
053400*    LOS FICHEROS VIVOS Y LA TARJETA FECHANEG VUELVEN A SER LOS
053500*    DE LA NOCHE: EL TABLERO Y LOS PASOS SIGUIENTES NO VEN LA
053600*    CORRIDA INTRADIA MAS QUE POR SUS METRICAS.
053700     PERFORM 5100-REPONER-UNO THRU 5100-EXIT
053800         VARYING WS-IDX-FIC FROM 1 BY 1
053900         UNTIL WS-IDX-FIC > WS-NUM-FICHEROS
054000     OPEN OUTPUT FECHA-PARM
054100     MOVE WS-FEC-VIVA TO FEC-REGISTRO
054200     WRITE FEC-REGISTRO
054300     CLOSE FECHA-PARM.
054400 5000-EXIT.
054500     EXIT.
054600*================================================================
054700 5100-REPONER-UNO.
054800*================================================================
054900     MOVE WS-FIC-NOMBRE(WS-IDX-FIC) TO WS-NOMBRE-DESTINO
055000     IF WS-FIC-EXISTIA(WS-IDX-FIC) = "S"
055100         MOVE WS-FIC-NOMBRE(WS-IDX-FIC) TO WS-NOMBRE-ORIGEN
055200         PERFORM 7300-NOMBRE-RESGUARDO THRU 7300-EXIT
055300         MOVE WS-NOMBRE-DESTINO TO WS-NOMBRE-ORIGEN
055400         MOVE WS-FIC-NOMBRE(WS-IDX-FIC) TO WS-NOMBRE-DESTINO
055500         PERFORM 7000-COPIAR-FICHERO THRU 7000-EXIT
055600     ELSE
055700         OPEN OUTPUT FICHERO-DESTINO
055800         CLOSE FICHERO-DESTINO
055900     END-IF.
056000 5100-EXIT.
056100     EXIT.
056200*================================================================
056300 6000-ANOTAR-CORRIDA.
056400*================================================================
056500*    EL CERROJO SE SUELTA CON TODO REPUESTO; LA CORRIDA QUEDA EN
056600*    INTRAREG (DE DONDE SALE LA SIGUIENTE) Y EN LA AUDITORIA, QUE
056700*    YA LLEVA LA CORRIDA INTRADIA.
056800     MOVE "L" TO CER-STD-FUNCION
056900     MOVE "CADENA" TO CER-STD-PROGRAMA
057000     CALL "CERROJO" USING CER-STD-AREA
057100     MOVE "N" TO WS-CADENA-TOMADA
057200     OPEN EXTEND INTRADIA-REG
057300     IF WS-REG-NO-EXISTE
057400         OPEN OUTPUT INTRADIA-REG
057500     END-IF
057600     MOVE SPACES TO ITD-REGISTRO
057700     MOVE WS-FECHA-NEGOCIO TO ITD-FECHA
057800     MOVE WS-CORRIDA TO ITD-CORRIDA
057900     MOVE WS-PROGRAMA TO ITD-PROGRAMA
058000     MOVE WS-ENTRADA TO ITD-ENTRADA
058100     MOVE WS-OPERADOR TO ITD-OPERADOR
058200     MOVE WS-HORA-INICIO TO ITD-INICIO
058300     MOVE WS-HORA-FIN TO ITD-FIN
058400     MOVE WS-RC-PROGRAMA TO ITD-RC
058500     IF CORRIDA-FALLIDA
058600         SET ITD-FALLIDA TO TRUE
058700     ELSE
058800         SET ITD-TERMINADA TO TRUE
058900     END-IF
059000     MOVE ITD-ESTADO TO WS-ESTADO
059100     WRITE ITD-REGISTRO
059200     CLOSE INTRADIA-REG
059300     MOVE SPACES TO AUD-STD-REGISTRO
059400     MOVE "INTRADIA" TO AUD-STD-PROGRAMA
059500     MOVE WS-PROGRAMA TO AUD-STD-CLAVE(1:16)
059600     MOVE WS-ENTRADA TO AUD-STD-CLAVE(18:12)
059700     MOVE WS-OPERADOR TO AUD-STD-CLAVE(31:8)
059800     MOVE "CORRIDA INTRADIA" TO AUD-STD-DECISION
059900     MOVE WS-RC-PROGRAMA TO WS-EDIT-RC
060000     STRING WS-ESTADO DELIMITED BY SPACE
060100         " RC " DELIMITED BY SIZE
060200         WS-EDIT-RC DELIMITED BY SIZE
060300         INTO AUD-STD-MOTIVO
060400     END-STRING
060500     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
060600 6000-EXIT.
060700     EXIT.
060800*================================================================
060900 7000-COPIAR-FICHERO.
061000*================================================================
061100*    COPIA WS-NOMBRE-ORIGEN SOBRE WS-NOMBRE-DESTINO; SIN ORIGEN
061200*    NO SE TOCA EL DESTINO Y COPIA-HECHA QUEDA A "N".
061300     MOVE "N" TO WS-COPIA-HECHA
061400     OPEN INPUT FICHERO-ORIGEN
061500     IF WS-ORI-STATUS NOT = "00"
061600         GO TO 7000-EXIT
061700     END-IF
061800     OPEN OUTPUT FICHERO-DESTINO
061900     MOVE "N" TO WS-FIN-ORIGEN
062000     PERFORM 7100-COPIAR-REGISTRO THRU 7100-EXIT
062100         UNTIL FIN-ORIGEN
062200     CLOSE FICHERO-ORIGEN FICHERO-DESTINO
062300     SET COPIA-HECHA TO TRUE.
062400 7000-EXIT.
062500     EXIT.
062600*================================================================
062700 7100-COPIAR-REGISTRO.
062800*================================================================
062900     READ FICHERO-ORIGEN
063000         AT END
063100             SET FIN-ORIGEN TO TRUE
063200         NOT AT END
063300             WRITE DES-REGISTRO FROM ORI-REGISTRO
063400     END-READ.
063500 7100-EXIT.
063600     EXIT.
063700*================================================================
063800 7300-NOMBRE-RESGUARDO.
063900*================================================================
064000*    COPIA DE RESGUARDO DEL FICHERO VIVO: <NOMBRE>RESG.
064100     MOVE SPACES TO WS-NOMBRE-DESTINO
064200     STRING WS-FIC-NOMBRE(WS-IDX-FIC) DELIMITED BY SPACE
064300         "RESG" DELIMITED BY SIZE
064400         INTO WS-NOMBRE-DESTINO
064500     END-STRING.
064600 7300-EXIT.
064700     EXIT.
064800*================================================================
064900 8000-NEGAR-CORRIDA.
065000*================================================================
065100*    LA NEGATIVA SALE EN EL INFORME Y EN LA AUDITORIA; SI EL
065200*    CERROJO YA SE HABIA TOMADO SE SUELTA.
065300     SET CORRIDA-NEGADA TO TRUE
065400     MOVE SPACES TO RPT-LINEA
065500     STRING "CORRIDA INTRADIA DENEGADA: " DELIMITED BY SIZE
065600         WS-MOTIVO DELIMITED BY SIZE
065700         INTO RPT-LINEA
065800     END-STRING
065900     WRITE RPT-LINEA
066000     IF CADENA-TOMADA
066100         MOVE "L" TO CER-STD-FUNCION
066200         MOVE "CADENA" TO CER-STD-PROGRAMA
066300         CALL "CERROJO" USING CER-STD-AREA
066400         MOVE "N" TO WS-CADENA-TOMADA
066500     END-IF
066600     MOVE SPACES TO AUD-STD-REGISTRO
066700     MOVE "INTRADIA" TO AUD-STD-PROGRAMA
066800     MOVE WS-PROGRAMA TO AUD-STD-CLAVE(1:16)
066900     MOVE WS-ENTRADA TO AUD-STD-CLAVE(18:12)
067000     MOVE WS-OPERADOR TO AUD-STD-CLAVE(31:8)
067100     MOVE "INTRADIA DENEGADA" TO AUD-STD-DECISION
067200     MOVE WS-MOTIVO TO AUD-STD-MOTIVO
067300     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
067400 8000-EXIT.
067500     EXIT.
067600*================================================================
067700 9000-TERMINATE.
067800*================================================================
067900     IF CORRIDA-NEGADA
068000         MOVE 12 TO RETURN-CODE
068100         GO TO 9000-CERRAR
068200     END-IF
068300     MOVE SPACES TO RPT-LINEA
068400     IF CORRIDA-FALLIDA
068500         MOVE "CORRIDA INTRADIA FALLIDA, VIVOS REPUESTOS"
068600             TO RPT-LINEA
068700         MOVE 8 TO RETURN-CODE
068800     ELSE
068900         MOVE "CORRIDA INTRADIA TERMINADA, VIVOS REPUESTOS"
069000             TO RPT-LINEA
069100         IF WS-RC-PROGRAMA > 0
069200             MOVE 4 TO RETURN-CODE
069300         END-IF
069400     END-IF
069500     WRITE RPT-LINEA
069600     MOVE WS-TOTAL-GENERACIONES TO WS-EDIT-GENERACIONES
069700     MOVE SPACES TO RPT-LINEA
069800     STRING "GENERACIONES INTRADIA GUARDADAS: " DELIMITED BY SIZE
069900         WS-EDIT-GENERACIONES DELIMITED BY SIZE
070000         INTO RPT-LINEA
070100     END-STRING
070200     WRITE RPT-LINEA.
070300 9000-CERRAR.
070400     CLOSE INTRADIA-RPT.
070500 9000-EXIT.
070600     EXIT.
070700 END PROGRAM INTRADIA.
