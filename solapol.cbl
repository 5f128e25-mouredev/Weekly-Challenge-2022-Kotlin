000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SOLAPOL.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. SOLAPES ENTRE POLIGONOS DE
001300*                    COORDENADAS DE UNA MISMA ORDEN: LEE LOS
001400*                    VERTICES QUE AREA_POL DEJA EN AREAGEOM,
001500*                    AGRUPA LAS FIGURAS POR REFERENCIA Y COMPARA
001600*                    CADA PAREJA (CAJAS ENVOLVENTES, CRUCE DE
001700*                    LADOS Y MUESTREO EN MALLA DEL AREA COMUN).
001800*                    CADA SOLAPE SE LISTA EN SOLARPT CON SU AREA
001900*                    ESTIMADA Y LA ORDEN PASA A REVISION EN
002000*                    SOLAREV (SOLREG), QUE FACTUPOL RETIENE SIN
002100*                    FACTURAR. RC 4 SI HAY ORDENES A REVISION.
002200*----------------------------------------------------------------
002300* TARJETAS OPCIONALES SOLAPARM:
002400*   "MINIM" Y EL AREA COMUN MINIMA, 9(07)V9(04) EN METROS
002500*           CUADRADOS, PARA MANDAR LA ORDEN A REVISION (POR
002600*           DEFECTO 0: TODO SOLAPE DETECTADO). LOS MENORES SE
002700*           LISTAN CON MARCA MENOR.
002800*   "MALLA" Y EL NUMERO DE DIVISIONES POR LADO, 9(03), DE LA
002900*           MALLA DE MUESTREO SOBRE LA CAJA COMUN (10 A 200,
003000*           POR DEFECTO 50). EL AREA COMUN ES UNA ESTIMACION:
003100*           CELDAS CUYO CENTRO CAE DENTRO DE AMBAS FIGURAS POR
003200*           EL AREA DE LA CELDA.
003300* UN POLIGONO SE IDENTIFICA POR EL LINAJE DE SU CABECERA: SI UN
003400* REARRANQUE DE AREA_POL LO ESCRIBIO DOS VECES, VALE LA ULTIMA
003500* COPIA; UNO CORTADO A MEDIAS NO SE COMPARA.
003600*----------------------------------------------------------------
003700 ENVIRONMENT     DIVISION.
003800 INPUT-OUTPUT    SECTION.
003900 FILE-CONTROL.
004000     SELECT SOLAPE-PARM ASSIGN TO "SOLAPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300     SELECT AREA-POL-GEOM ASSIGN TO "AREAGEOM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GEO-STATUS.
004600     SELECT SOLAPE-REV ASSIGN TO "SOLAREV"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT SOLAPE-RPT ASSIGN TO "SOLARPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA            DIVISION.
005100 FILE            SECTION.
005200 FD  SOLAPE-PARM
005300     RECORDING MODE IS F.
005400 01  PARM-REGISTRO.
005500     05  PARM-TIPO           PIC X(05).
005600     05  PARM-AREA-MINIMA    PIC 9(07)V9(04).
005700     05  PARM-MALLA REDEFINES PARM-AREA-MINIMA
005800                             PIC 9(03).
005900 FD  AREA-POL-GEOM
006000     RECORDING MODE IS F.
006100     COPY GEOREG.
006200 FD  SOLAPE-REV
006300     RECORDING MODE IS F.
006400     COPY SOLREG.
006500 FD  SOLAPE-RPT
006600     RECORDING MODE IS F.
006700 01  RPT-LINEA               PIC X(100).
006800 01  RPT-DETALLE.
006900     05  RPT-REFERENCIA      PIC X(10).
007000     05  FILLER              PIC X(02).
007100     05  RPT-SECUEN-1        PIC Z(8)9.
007200     05  FILLER              PIC X(01).
007300     05  RPT-SECUEN-2        PIC Z(8)9.
007400     05  FILLER              PIC X(01).
007500     05  RPT-AREA-1          PIC Z(10)9.9(04).
007600     05  FILLER              PIC X(01).
007700     05  RPT-AREA-2          PIC Z(10)9.9(04).
007800     05  FILLER              PIC X(01).
007900     05  RPT-AREA-SOLAPE     PIC Z(10)9.9(04).
008000     05  FILLER              PIC X(02).
008100     05  RPT-CRUCE           PIC X(05).
008200     05  FILLER              PIC X(02).
008300     05  RPT-MARCA           PIC X(08).
008400 01  RPT-RESUMEN-REGISTRO.
008500     05  RPT-RESUMEN-ETIQUETA PIC X(30).
008600     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
008700 WORKING-STORAGE SECTION.
008800*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008900     COPY FECNEG.
009000 01  WS-PARM-STATUS          PIC X(02).
009100     88  WS-PARM-NO-EXISTE           VALUE "35".
009200     88  WS-PARM-FIN-FICHERO         VALUE "10".
009300 01  WS-GEO-STATUS           PIC X(02).
009400     88  WS-GEO-FIN-FICHERO          VALUE "10".
009500 01  WS-GEOMETRIA-ABIERTA    PIC X(01) VALUE "N".
009600     88  GEOMETRIA-ABIERTA           VALUE "S".
009700 01  WS-AREA-MINIMA          PIC 9(07)V9(04) VALUE ZERO.
009800 01  WS-MALLA                PIC 9(03) VALUE 50.
009900 01  WS-EDIT-FECHA           PIC 9(08).
010000 01  WS-EDIT-MALLA           PIC ZZ9.
010100 01  WS-EDIT-MINIMA          PIC Z(6)9.9(04).
010200*----------------------------------------------------------------
010300* FIGURAS CARGADAS Y SUS VERTICES, EN UNA TABLA COMUN DE PUNTOS:
010400* CADA FIGURA APUNTA A SU PRIMER VERTICE Y GUARDA SU CAJA
010500* ENVOLVENTE Y SU AREA. UNA FIGURA INACTIVA (INCOMPLETA O
010600* SUSTITUIDA POR UNA COPIA POSTERIOR) NO SE COMPARA.
010700*----------------------------------------------------------------
010800 01  WS-TABLA-FIGURAS.
010900     05  WS-NUM-FIGURAS      PIC 9(04) COMP VALUE ZERO.
011000     05  WS-FIG-ENTRY OCCURS 1000 TIMES.
011100         10  WS-FIG-REFERENCIA PIC X(10).
011200         10  WS-FIG-LINAJE.
011300             15  WS-FIG-LIN-FICHERO PIC X(10).
011400             15  WS-FIG-LIN-FECHA   PIC 9(08).
011500             15  WS-FIG-LIN-SECUEN  PIC 9(09).
011600         10  WS-FIG-PRIMERO  PIC 9(05) COMP.
011700         10  WS-FIG-VERTICES PIC 9(03) COMP.
011800         10  WS-FIG-ESPERADOS PIC 9(03) COMP.
011900         10  WS-FIG-ACTIVA   PIC X(01).
012000         10  WS-FIG-AREA     PIC 9(11)V9(04).
012100         10  WS-FIG-MIN-X    PIC S9(07)V9(04).
012200         10  WS-FIG-MAX-X    PIC S9(07)V9(04).
012300         10  WS-FIG-MIN-Y    PIC S9(07)V9(04).
012400         10  WS-FIG-MAX-Y    PIC S9(07)V9(04).
012500 01  WS-TABLA-PUNTOS.
012600     05  WS-NUM-PUNTOS       PIC 9(05) COMP VALUE ZERO.
012700     05  WS-PTO-ENTRY OCCURS 20000 TIMES.
012800         10  WS-PTO-X        PIC S9(07)V9(04).
012900         10  WS-PTO-Y        PIC S9(07)V9(04).
013000*    FIGURA QUE SE ESTA CARGANDO (0 = NINGUNA).
013100 01  WS-FIG-EN-CURSO         PIC 9(04) COMP VALUE ZERO.
013200 01  WS-IDX-FIG              PIC 9(04) COMP VALUE ZERO.
013300 01  WS-IDX-A                PIC 9(04) COMP VALUE ZERO.
013400 01  WS-IDX-B                PIC 9(04) COMP VALUE ZERO.
013500 01  WS-IDX-POL              PIC 9(04) COMP VALUE ZERO.
013600 01  WS-IDX-V                PIC 9(03) COMP VALUE ZERO.
013700 01  WS-LADO-A               PIC 9(03) COMP VALUE ZERO.
013800 01  WS-LADO-B               PIC 9(03) COMP VALUE ZERO.
013900 01  WS-PTO-I                PIC 9(05) COMP VALUE ZERO.
014000 01  WS-PTO-J                PIC 9(05) COMP VALUE ZERO.
014100 01  WS-PTO-A1               PIC 9(05) COMP VALUE ZERO.
014200 01  WS-PTO-A2               PIC 9(05) COMP VALUE ZERO.
014300 01  WS-PTO-B1               PIC 9(05) COMP VALUE ZERO.
014400 01  WS-PTO-B2               PIC 9(05) COMP VALUE ZERO.
014500 01  WS-DOBLE-AREA           PIC S9(16)V9(08) VALUE ZERO.
014600*----------------------------------------------------------------
014700* COMPARACION DE UNA PAREJA: CAJA COMUN, CRUCE DE LADOS POR
014800* ORIENTACIONES (PRODUCTO CRUZADO, COMO LA VALIDACION DE
014900* AUTOINTERSECCION DE AREA_POL) Y MUESTREO DE LA CAJA COMUN.
015000*----------------------------------------------------------------
015100 01  WS-DATOS-PAREJA.
015200     05  WS-INT-MIN-X        PIC S9(07)V9(04) VALUE ZERO.
015300     05  WS-INT-MAX-X        PIC S9(07)V9(04) VALUE ZERO.
015400     05  WS-INT-MIN-Y        PIC S9(07)V9(04) VALUE ZERO.
015500     05  WS-INT-MAX-Y        PIC S9(07)V9(04) VALUE ZERO.
015600     05  WS-HAY-CRUCE        PIC X(01) VALUE "N".
015700     05  WS-PASO-X           PIC S9(07)V9(06) VALUE ZERO.
015800     05  WS-PASO-Y           PIC S9(07)V9(06) VALUE ZERO.
015900     05  WS-FILA             PIC 9(03) COMP VALUE ZERO.
016000     05  WS-COLUMNA          PIC 9(03) COMP VALUE ZERO.
016100     05  WS-CELDAS-COMUNES   PIC 9(07) COMP VALUE ZERO.
016200     05  WS-AREA-SOLAPE      PIC 9(11)V9(04) VALUE ZERO.
016300     05  WS-PUNTO-X          PIC S9(08)V9(06) VALUE ZERO.
016400     05  WS-PUNTO-Y          PIC S9(08)V9(06) VALUE ZERO.
016500     05  WS-X-CORTE          PIC S9(09)V9(06) VALUE ZERO.
016600     05  WS-DENTRO           PIC X(01) VALUE "N".
016700 01  WS-DATOS-ORIENTACION.
016800     05  WS-ORI-1            PIC S9(16)V9(08) VALUE ZERO.
016900     05  WS-ORI-2            PIC S9(16)V9(08) VALUE ZERO.
017000     05  WS-ORI-3            PIC S9(16)V9(08) VALUE ZERO.
017100     05  WS-ORI-4            PIC S9(16)V9(08) VALUE ZERO.
017200     05  WS-ORIENTACION      PIC S9(16)V9(08) VALUE ZERO.
017300     05  WS-ORI-AX           PIC S9(07)V9(04) VALUE ZERO.
017400     05  WS-ORI-AY           PIC S9(07)V9(04) VALUE ZERO.
017500     05  WS-ORI-BX           PIC S9(07)V9(04) VALUE ZERO.
017600     05  WS-ORI-BY           PIC S9(07)V9(04) VALUE ZERO.
017700     05  WS-ORI-CX           PIC S9(07)V9(04) VALUE ZERO.
017800     05  WS-ORI-CY           PIC S9(07)V9(04) VALUE ZERO.
017900*    ORDENES YA MANDADAS A REVISION, PARA CONTARLAS UNA VEZ.
018000 01  WS-TABLA-REVISION.
018100     05  WS-NUM-REVISION     PIC 9(03) COMP VALUE ZERO.
018200     05  WS-REV-REFERENCIA   OCCURS 500 TIMES PIC X(10).
018300 01  WS-IDX-REV              PIC 9(03) COMP VALUE ZERO.
018400 01  WS-IDX-REV-HALLADO      PIC 9(03) COMP VALUE ZERO.
018500 01  WS-CABECERA.
018600     05  FILLER              PIC X(12) VALUE "REFERENCIA".
018700     05  FILLER              PIC X(10) VALUE " FIGURA 1 ".
018800     05  FILLER              PIC X(10) VALUE " FIGURA 2 ".
018900     05  FILLER              PIC X(17) VALUE
019000         "     AREA FIG. 1 ".
019100     05  FILLER              PIC X(17) VALUE
019200         "     AREA FIG. 2 ".
019300     05  FILLER              PIC X(18) VALUE
019400         "   AREA SOLAPADA  ".
019500     05  FILLER              PIC X(07) VALUE "CRUCE  ".
019600     05  FILLER              PIC X(05) VALUE "MARCA".
019700 01  WS-CONTADORES.
019800     05  WS-TOTAL-VERTICES   PIC 9(07) COMP VALUE ZERO.
019900     05  WS-TOTAL-FIGURAS    PIC 9(07) COMP VALUE ZERO.
020000     05  WS-TOTAL-SIN-REFERENCIA PIC 9(07) COMP VALUE ZERO.
020100     05  WS-TOTAL-INCOMPLETAS PIC 9(07) COMP VALUE ZERO.
020200     05  WS-TOTAL-REPETIDAS  PIC 9(07) COMP VALUE ZERO.
020300     05  WS-TOTAL-DESCARTADAS PIC 9(07) COMP VALUE ZERO.
020400     05  WS-TOTAL-PAREJAS    PIC 9(07) COMP VALUE ZERO.
020500     05  WS-TOTAL-SOLAPES    PIC 9(07) COMP VALUE ZERO.
020600     05  WS-TOTAL-MENORES    PIC 9(07) COMP VALUE ZERO.
020700 PROCEDURE       DIVISION.
020800*================================================================
020900 0000-MAINLINE.
021000*================================================================
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021200     PERFORM 2000-CARGAR-VERTICE THRU 2000-EXIT
021300         UNTIL WS-GEO-FIN-FICHERO
021400     PERFORM 2200-CERRAR-FIGURA THRU 2200-EXIT
021500     PERFORM 3000-COMPARAR-PAREJA THRU 3000-EXIT
021600         VARYING WS-IDX-A FROM 1 BY 1
021700         UNTIL WS-IDX-A > WS-NUM-FIGURAS
021800         AFTER WS-IDX-B FROM 1 BY 1
021900         UNTIL WS-IDX-B > WS-NUM-FIGURAS
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT
022100     GOBACK.
022200*================================================================
022300 1000-INITIALIZE.
022400*================================================================
022500     OPEN OUTPUT SOLAPE-RPT SOLAPE-REV
022600     MOVE SPACES TO RPT-RESUMEN-REGISTRO
022700     CALL "FECHANEG" USING FEC-NEG-AREA
022800     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT
022900     MOVE FEC-NEG-FECHA TO WS-EDIT-FECHA
023000     MOVE WS-MALLA TO WS-EDIT-MALLA
023100     MOVE WS-AREA-MINIMA TO WS-EDIT-MINIMA
023200     MOVE SPACES TO RPT-LINEA
023300     STRING "SOLAPES ENTRE FIGURAS DEL " WS-EDIT-FECHA
023400         "  MALLA " WS-EDIT-MALLA
023500         "  AREA MINIMA " WS-EDIT-MINIMA
023600         DELIMITED BY SIZE INTO RPT-LINEA
023700     END-STRING
023800     WRITE RPT-LINEA
023900     WRITE RPT-LINEA FROM WS-CABECERA
024000     OPEN INPUT AREA-POL-GEOM
024100     IF WS-GEO-STATUS NOT = "00"
024200         MOVE "SIN VERTICES AREAGEOM" TO RPT-LINEA
024300         WRITE RPT-LINEA
024400         MOVE "10" TO WS-GEO-STATUS
024500         MOVE 8 TO RETURN-CODE
024600     ELSE
024700         SET GEOMETRIA-ABIERTA TO TRUE
024800         PERFORM 2100-LEER-VERTICE THRU 2100-EXIT
024900     END-IF.
025000 1000-EXIT.
025100     EXIT.
025200*================================================================
025300 1100-LEER-PARAMETROS.
025400*================================================================
025500     OPEN INPUT SOLAPE-PARM
025600     IF WS-PARM-NO-EXISTE
025700         GO TO 1100-EXIT
025800     END-IF
025900     PERFORM 1110-LEER-PARM THRU 1110-EXIT
026000     PERFORM 1120-PROCESAR-PARM THRU 1120-EXIT
026100         UNTIL WS-PARM-FIN-FICHERO
026200     CLOSE SOLAPE-PARM.
026300 1100-EXIT.
026400     EXIT.
026500*================================================================
026600 1110-LEER-PARM.
026700*================================================================
026800     READ SOLAPE-PARM
026900         AT END
027000             MOVE "10" TO WS-PARM-STATUS
027100     END-READ.
027200 1110-EXIT.
027300     EXIT.
027400*================================================================
027500 1120-PROCESAR-PARM.
027600*================================================================
027700     EVALUATE TRUE
027800         WHEN PARM-TIPO = "MINIM"
027900          AND PARM-AREA-MINIMA IS NUMERIC
028000             MOVE PARM-AREA-MINIMA TO WS-AREA-MINIMA
028100         WHEN PARM-TIPO = "MALLA"
028200          AND PARM-MALLA IS NUMERIC
028300          AND PARM-MALLA NOT < 10
028400          AND PARM-MALLA NOT > 200
028500             MOVE PARM-MALLA TO WS-MALLA
028600     END-EVALUATE
028700     PERFORM 1110-LEER-PARM THRU 1110-EXIT.
028800 1120-EXIT.
028900     EXIT.
029000*================================================================
029100 2000-CARGAR-VERTICE.
029200*================================================================
029300*    LAS FIGURAS SIN REFERENCIA NO PERTENECEN A NINGUNA ORDEN Y
029400*    NO SE COMPARAN CON NADA.
029500     IF GEO-REFERENCIA = SPACES
029600         IF GEO-ORDEN = 1
029700             ADD 1 TO WS-TOTAL-SIN-REFERENCIA
029800         END-IF
029900         GO TO 2000-SIGUIENTE
030000     END-IF
030100     IF GEO-ORDEN = 1
030200         PERFORM 2200-CERRAR-FIGURA THRU 2200-EXIT
030300         PERFORM 2300-ABRIR-FIGURA THRU 2300-EXIT
030400     END-IF
030500*    UN VERTICE SUELTO (SIN SU CABECERA EN CURSO O FUERA DE
030600*    ORDEN) INVALIDA LA FIGURA QUE SE ESTABA CARGANDO.
030700     IF WS-FIG-EN-CURSO = 0
030800         GO TO 2000-SIGUIENTE
030900     END-IF
031000     IF GEO-LINAJE NOT = WS-FIG-LINAJE(WS-FIG-EN-CURSO)
031100      OR GEO-ORDEN NOT = WS-FIG-VERTICES(WS-FIG-EN-CURSO) + 1
031200         PERFORM 2200-CERRAR-FIGURA THRU 2200-EXIT
031300         GO TO 2000-SIGUIENTE
031400     END-IF
031500     ADD 1 TO WS-NUM-PUNTOS
031600     ADD 1 TO WS-FIG-VERTICES(WS-FIG-EN-CURSO)
031700     MOVE GEO-X TO WS-PTO-X(WS-NUM-PUNTOS)
031800     MOVE GEO-Y TO WS-PTO-Y(WS-NUM-PUNTOS)
031900     IF GEO-X < WS-FIG-MIN-X(WS-FIG-EN-CURSO)
032000         MOVE GEO-X TO WS-FIG-MIN-X(WS-FIG-EN-CURSO)
032100     END-IF
032200     IF GEO-X > WS-FIG-MAX-X(WS-FIG-EN-CURSO)
032300         MOVE GEO-X TO WS-FIG-MAX-X(WS-FIG-EN-CURSO)
032400     END-IF
032500     IF GEO-Y < WS-FIG-MIN-Y(WS-FIG-EN-CURSO)
032600         MOVE GEO-Y TO WS-FIG-MIN-Y(WS-FIG-EN-CURSO)
032700     END-IF
032800     IF GEO-Y > WS-FIG-MAX-Y(WS-FIG-EN-CURSO)
032900         MOVE GEO-Y TO WS-FIG-MAX-Y(WS-FIG-EN-CURSO)
033000     END-IF
033100     IF WS-FIG-VERTICES(WS-FIG-EN-CURSO)
033200      = WS-FIG-ESPERADOS(WS-FIG-EN-CURSO)
033300         PERFORM 2400-COMPLETAR-FIGURA THRU 2400-EXIT
033400     END-IF.
033500 2000-SIGUIENTE.
033600     PERFORM 2100-LEER-VERTICE THRU 2100-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900*================================================================
034000 2100-LEER-VERTICE.
034100*================================================================
034200     READ AREA-POL-GEOM
034300         AT END
034400             MOVE "10" TO WS-GEO-STATUS
034500     END-READ
034600     IF NOT WS-GEO-FIN-FICHERO
034700         ADD 1 TO WS-TOTAL-VERTICES
034800     END-IF.
034900 2100-EXIT.
035000     EXIT.
035100*================================================================
035200 2200-CERRAR-FIGURA.
035300*================================================================
035400*    UNA FIGURA QUE SE QUEDO A MEDIAS (CAIDA DE AREA_POL ENTRE
035500*    VERTICES) SE DESCARTA: ES SIEMPRE LA ULTIMA DE LA TABLA Y
035600*    SUS PUNTOS SE DEVUELVEN.
035700     IF WS-FIG-EN-CURSO = 0
035800         GO TO 2200-EXIT
035900     END-IF
036000     ADD 1 TO WS-TOTAL-INCOMPLETAS
036100     COMPUTE WS-NUM-PUNTOS = WS-FIG-PRIMERO(WS-FIG-EN-CURSO) - 1
036200     SUBTRACT 1 FROM WS-NUM-FIGURAS
036300     MOVE 0 TO WS-FIG-EN-CURSO.
036400 2200-EXIT.
036500     EXIT.
036600*================================================================
036700 2300-ABRIR-FIGURA.
036800*================================================================
036900*    UN REARRANQUE DE AREA_POL PUEDE HABER ESCRITO OTRA VEZ UNA
037000*    FIGURA YA ESCRITA: LA COPIA ANTERIOR DEL MISMO LINAJE SE
037100*    DESACTIVA Y VALE LA NUEVA.
037200     PERFORM 2310-DESACTIVAR-REPETIDA THRU 2310-EXIT
037300         VARYING WS-IDX-FIG FROM 1 BY 1
037400         UNTIL WS-IDX-FIG > WS-NUM-FIGURAS
037500     IF WS-NUM-FIGURAS NOT < 1000
037600      OR WS-NUM-PUNTOS + GEO-VERTICES > 20000
037700      OR GEO-VERTICES < 3
037800         ADD 1 TO WS-TOTAL-DESCARTADAS
037900         GO TO 2300-EXIT
038000     END-IF
038100     ADD 1 TO WS-NUM-FIGURAS
038200     MOVE WS-NUM-FIGURAS TO WS-FIG-EN-CURSO
038300     MOVE GEO-REFERENCIA TO WS-FIG-REFERENCIA(WS-FIG-EN-CURSO)
038400     MOVE GEO-LINAJE TO WS-FIG-LINAJE(WS-FIG-EN-CURSO)
038500     COMPUTE WS-FIG-PRIMERO(WS-FIG-EN-CURSO) = WS-NUM-PUNTOS + 1
038600     MOVE 0 TO WS-FIG-VERTICES(WS-FIG-EN-CURSO)
038700     MOVE GEO-VERTICES TO WS-FIG-ESPERADOS(WS-FIG-EN-CURSO)
038800     MOVE "N" TO WS-FIG-ACTIVA(WS-FIG-EN-CURSO)
038900     MOVE 0 TO WS-FIG-AREA(WS-FIG-EN-CURSO)
039000     MOVE GEO-X TO WS-FIG-MIN-X(WS-FIG-EN-CURSO)
039100                   WS-FIG-MAX-X(WS-FIG-EN-CURSO)
039200     MOVE GEO-Y TO WS-FIG-MIN-Y(WS-FIG-EN-CURSO)
039300                   WS-FIG-MAX-Y(WS-FIG-EN-CURSO).
039400 2300-EXIT.
039500     EXIT.
039600*================================================================
039700 2310-DESACTIVAR-REPETIDA.
039800*================================================================
039900     IF WS-FIG-ACTIVA(WS-IDX-FIG) = "S"
040000      AND WS-FIG-LINAJE(WS-IDX-FIG) = GEO-LINAJE
040100         MOVE "N" TO WS-FIG-ACTIVA(WS-IDX-FIG)
040200         ADD 1 TO WS-TOTAL-REPETIDAS
040300         SUBTRACT 1 FROM WS-TOTAL-FIGURAS
040400     END-IF.
040500 2310-EXIT.
040600     EXIT.
040700*================================================================
040800 2400-COMPLETAR-FIGURA.
040900*================================================================
041000*    AREA DE LA FIGURA POR LA FORMULA DEL CORDON, PARA EL
041100*    INFORME; LA FIGURA QUEDA LISTA PARA COMPARARSE.
041200     MOVE WS-FIG-EN-CURSO TO WS-IDX-POL
041300     MOVE 0 TO WS-DOBLE-AREA
041400     PERFORM 2410-SUMAR-CORDON THRU 2410-EXIT
041500         VARYING WS-IDX-V FROM 1 BY 1
041600         UNTIL WS-IDX-V > WS-FIG-VERTICES(WS-IDX-POL)
041700     IF WS-DOBLE-AREA < 0
041800         COMPUTE WS-DOBLE-AREA = 0 - WS-DOBLE-AREA
041900     END-IF
042000     COMPUTE WS-FIG-AREA(WS-IDX-POL) ROUNDED = WS-DOBLE-AREA / 2
042100         ON SIZE ERROR
042200             MOVE 0 TO WS-FIG-AREA(WS-IDX-POL)
042300     END-COMPUTE
042400     MOVE "S" TO WS-FIG-ACTIVA(WS-IDX-POL)
042500     ADD 1 TO WS-TOTAL-FIGURAS
042600     MOVE 0 TO WS-FIG-EN-CURSO.
042700 2400-EXIT.
042800     EXIT.
042900*================================================================
043000 2410-SUMAR-CORDON.
043100*================================================================
043200     PERFORM 8000-PUNTOS-DEL-LADO THRU 8000-EXIT
043300     COMPUTE WS-DOBLE-AREA = WS-DOBLE-AREA
043400         + (WS-PTO-X(WS-PTO-J) * WS-PTO-Y(WS-PTO-I))
043500         - (WS-PTO-X(WS-PTO-I) * WS-PTO-Y(WS-PTO-J)).
043600 2410-EXIT.
043700     EXIT.
043800*================================================================
043900 3000-COMPARAR-PAREJA.
044000*================================================================
044100*    SOLO PAREJAS DISTINTAS DE FIGURAS ACTIVAS DE LA MISMA ORDEN.
044200     IF WS-IDX-B NOT > WS-IDX-A
044300         GO TO 3000-EXIT
044400     END-IF
044500     IF WS-FIG-ACTIVA(WS-IDX-A) NOT = "S"
044600      OR WS-FIG-ACTIVA(WS-IDX-B) NOT = "S"
044700      OR WS-FIG-REFERENCIA(WS-IDX-A)
044800         NOT = WS-FIG-REFERENCIA(WS-IDX-B)
044900         GO TO 3000-EXIT
045000     END-IF
045100     ADD 1 TO WS-TOTAL-PAREJAS
045200*    SI LAS CAJAS ENVOLVENTES NO COMPARTEN INTERIOR, LAS
045300*    FIGURAS COMO MUCHO SE TOCAN: NO HAY SOLAPE.
045400     MOVE WS-FIG-MIN-X(WS-IDX-A) TO WS-INT-MIN-X
045500     IF WS-FIG-MIN-X(WS-IDX-B) > WS-INT-MIN-X
045600         MOVE WS-FIG-MIN-X(WS-IDX-B) TO WS-INT-MIN-X
045700     END-IF
045800     MOVE WS-FIG-MAX-X(WS-IDX-A) TO WS-INT-MAX-X
045900     IF WS-FIG-MAX-X(WS-IDX-B) < WS-INT-MAX-X
046000         MOVE WS-FIG-MAX-X(WS-IDX-B) TO WS-INT-MAX-X
046100     END-IF
046200     MOVE WS-FIG-MIN-Y(WS-IDX-A) TO WS-INT-MIN-Y
046300     IF WS-FIG-MIN-Y(WS-IDX-B) > WS-INT-MIN-Y
046400         MOVE WS-FIG-MIN-Y(WS-IDX-B) TO WS-INT-MIN-Y
046500     END-IF
046600     MOVE WS-FIG-MAX-Y(WS-IDX-A) TO WS-INT-MAX-Y
046700     IF WS-FIG-MAX-Y(WS-IDX-B) < WS-INT-MAX-Y
046800         MOVE WS-FIG-MAX-Y(WS-IDX-B) TO WS-INT-MAX-Y
046900     END-IF
047000     IF WS-INT-MIN-X NOT < WS-INT-MAX-X
047100      OR WS-INT-MIN-Y NOT < WS-INT-MAX-Y
047200         GO TO 3000-EXIT
047300     END-IF
047400     PERFORM 3100-BUSCAR-CRUCE THRU 3100-EXIT
047500     PERFORM 3200-ESTIMAR-SOLAPE THRU 3200-EXIT
047600     IF WS-HAY-CRUCE = "S" OR WS-CELDAS-COMUNES > 0
047700         PERFORM 3500-ANOTAR-SOLAPE THRU 3500-EXIT
047800     END-IF.
047900 3000-EXIT.
048000     EXIT.
048100*================================================================
048200 3100-BUSCAR-CRUCE.
048300*================================================================
048400*    DOS CONTORNOS SE CORTAN SI ALGUN LADO DE UNA FIGURA CRUZA
048500*    PROPIAMENTE UN LADO DE LA OTRA. LOS LADOS QUE SOLO SE TOCAN
048600*    O SE APOYAN (FIGURAS COLINDANTES) NO CUENTAN.
048700     MOVE "N" TO WS-HAY-CRUCE
048800     PERFORM 3110-PROBAR-LADOS THRU 3110-EXIT
048900         VARYING WS-LADO-A FROM 1 BY 1
049000         UNTIL WS-LADO-A > WS-FIG-VERTICES(WS-IDX-A)
049100            OR WS-HAY-CRUCE = "S"
049200         AFTER WS-LADO-B FROM 1 BY 1
049300         UNTIL WS-LADO-B > WS-FIG-VERTICES(WS-IDX-B)
049400            OR WS-HAY-CRUCE = "S".
049500 3100-EXIT.
049600     EXIT.
049700*================================================================
049800 3110-PROBAR-LADOS.
049900*================================================================
050000     MOVE WS-IDX-A TO WS-IDX-POL
050100     MOVE WS-LADO-A TO WS-IDX-V
050200     PERFORM 8000-PUNTOS-DEL-LADO THRU 8000-EXIT
050300     MOVE WS-PTO-J TO WS-PTO-A1
050400     MOVE WS-PTO-I TO WS-PTO-A2
050500     MOVE WS-IDX-B TO WS-IDX-POL
050600     MOVE WS-LADO-B TO WS-IDX-V
050700     PERFORM 8000-PUNTOS-DEL-LADO THRU 8000-EXIT
050800     MOVE WS-PTO-J TO WS-PTO-B1
050900     MOVE WS-PTO-I TO WS-PTO-B2
051000*    EXTREMOS DE B RESPECTO DEL LADO A.
051100     MOVE WS-PTO-X(WS-PTO-A1) TO WS-ORI-AX
051200     MOVE WS-PTO-Y(WS-PTO-A1) TO WS-ORI-AY
051300     MOVE WS-PTO-X(WS-PTO-A2) TO WS-ORI-BX
051400     MOVE WS-PTO-Y(WS-PTO-A2) TO WS-ORI-BY
051500     MOVE WS-PTO-X(WS-PTO-B1) TO WS-ORI-CX
051600     MOVE WS-PTO-Y(WS-PTO-B1) TO WS-ORI-CY
051700     PERFORM 8100-ORIENTACION THRU 8100-EXIT
051800     MOVE WS-ORIENTACION TO WS-ORI-1
051900     MOVE WS-PTO-X(WS-PTO-B2) TO WS-ORI-CX
052000     MOVE WS-PTO-Y(WS-PTO-B2) TO WS-ORI-CY
052100     PERFORM 8100-ORIENTACION THRU 8100-EXIT
052200     MOVE WS-ORIENTACION TO WS-ORI-2
052300     IF NOT ((WS-ORI-1 > 0 AND WS-ORI-2 < 0)
052400          OR (WS-ORI-1 < 0 AND WS-ORI-2 > 0))
052500         GO TO 3110-EXIT
052600     END-IF
052700*    EXTREMOS DE A RESPECTO DEL LADO B.
052800     MOVE WS-PTO-X(WS-PTO-B1) TO WS-ORI-AX
052900     MOVE WS-PTO-Y(WS-PTO-B1) TO WS-ORI-AY
053000     MOVE WS-PTO-X(WS-PTO-B2) TO WS-ORI-BX
053100     MOVE WS-PTO-Y(WS-PTO-B2) TO WS-ORI-BY
053200     MOVE WS-PTO-X(WS-PTO-A1) TO WS-ORI-CX
053300     MOVE WS-PTO-Y(WS-PTO-A1) TO WS-ORI-CY
053400     PERFORM 8100-ORIENTACION THRU 8100-EXIT
053500     MOVE WS-ORIENTACION TO WS-ORI-3
053600     MOVE WS-PTO-X(WS-PTO-A2) TO WS-ORI-CX
053700     MOVE WS-PTO-Y(WS-PTO-A2) TO WS-ORI-CY
053800     PERFORM 8100-ORIENTACION THRU 8100-EXIT
053900     MOVE WS-ORIENTACION TO WS-ORI-4
054000     IF (WS-ORI-3 > 0 AND WS-ORI-4 < 0)
054100      OR (WS-ORI-3 < 0 AND WS-ORI-4 > 0)
054200         MOVE "S" TO WS-HAY-CRUCE
054300     END-IF.
054400 3110-EXIT.
054500     EXIT.
054600*================================================================
054700 3200-ESTIMAR-SOLAPE.
054800*================================================================
054900*    LA CAJA COMUN SE DIVIDE EN MALLA x MALLA CELDAS; EL AREA
055000*    COMUN ES EL NUMERO DE CELDAS CUYO CENTRO CAE DENTRO DE LAS
055100*    DOS FIGURAS POR EL AREA DE UNA CELDA.
055200     MOVE 0 TO WS-CELDAS-COMUNES
055300     COMPUTE WS-PASO-X ROUNDED =
055400         (WS-INT-MAX-X - WS-INT-MIN-X) / WS-MALLA
055500     COMPUTE WS-PASO-Y ROUNDED =
055600         (WS-INT-MAX-Y - WS-INT-MIN-Y) / WS-MALLA
055700     PERFORM 3210-PROBAR-CELDA THRU 3210-EXIT
055800         VARYING WS-FILA FROM 1 BY 1
055900         UNTIL WS-FILA > WS-MALLA
056000         AFTER WS-COLUMNA FROM 1 BY 1
056100         UNTIL WS-COLUMNA > WS-MALLA
056200     COMPUTE WS-AREA-SOLAPE ROUNDED =
056300         WS-CELDAS-COMUNES * WS-PASO-X * WS-PASO-Y
056400         ON SIZE ERROR
056500             MOVE 0 TO WS-AREA-SOLAPE
056600     END-COMPUTE.
056700 3200-EXIT.
056800     EXIT.
056900*================================================================
057000 3210-PROBAR-CELDA.
057100*================================================================
057200     COMPUTE WS-PUNTO-X =
057300         WS-INT-MIN-X + (WS-COLUMNA - 0.5) * WS-PASO-X
057400     COMPUTE WS-PUNTO-Y =
057500         WS-INT-MIN-Y + (WS-FILA - 0.5) * WS-PASO-Y
057600     MOVE WS-IDX-A TO WS-IDX-POL
057700     PERFORM 3300-PUNTO-DENTRO THRU 3300-EXIT
057800     IF WS-DENTRO = "N"
057900         GO TO 3210-EXIT
058000     END-IF
058100     MOVE WS-IDX-B TO WS-IDX-POL
058200     PERFORM 3300-PUNTO-DENTRO THRU 3300-EXIT
058300     IF WS-DENTRO = "S"
058400         ADD 1 TO WS-CELDAS-COMUNES
058500     END-IF.
058600 3210-EXIT.
058700     EXIT.
058800*================================================================
058900 3300-PUNTO-DENTRO.
059000*================================================================
059100*    PUNTO EN FIGURA POR PARIDAD: UNA SEMIRRECTA HACIA LA
059200*    DERECHA DEL PUNTO CORTA UN NUMERO IMPAR DE LADOS SI EL
059300*    PUNTO ESTA DENTRO.
059400     MOVE "N" TO WS-DENTRO
059500     PERFORM 3310-CORTAR-LADO THRU 3310-EXIT
059600         VARYING WS-IDX-V FROM 1 BY 1
059700         UNTIL WS-IDX-V > WS-FIG-VERTICES(WS-IDX-POL).
059800 3300-EXIT.
059900     EXIT.
060000*================================================================
060100 3310-CORTAR-LADO.
060200*================================================================
060300     PERFORM 8000-PUNTOS-DEL-LADO THRU 8000-EXIT
060400     IF (WS-PTO-Y(WS-PTO-I) > WS-PUNTO-Y
060500         AND WS-PTO-Y(WS-PTO-J) > WS-PUNTO-Y)
060600      OR (WS-PTO-Y(WS-PTO-I) NOT > WS-PUNTO-Y
060700         AND WS-PTO-Y(WS-PTO-J) NOT > WS-PUNTO-Y)
060800         GO TO 3310-EXIT
060900     END-IF
061000     COMPUTE WS-X-CORTE ROUNDED = WS-PTO-X(WS-PTO-I)
061100         + (WS-PUNTO-Y - WS-PTO-Y(WS-PTO-I))
061200         * (WS-PTO-X(WS-PTO-J) - WS-PTO-X(WS-PTO-I))
061300         / (WS-PTO-Y(WS-PTO-J) - WS-PTO-Y(WS-PTO-I))
061400     IF WS-PUNTO-X < WS-X-CORTE
061500         IF WS-DENTRO = "S"
061600             MOVE "N" TO WS-DENTRO
061700         ELSE
061800             MOVE "S" TO WS-DENTRO
061900         END-IF
062000     END-IF.
062100 3310-EXIT.
062200     EXIT.
062300*================================================================
062400 3500-ANOTAR-SOLAPE.
062500*================================================================
062600*    EL SOLAPE SE LISTA SIEMPRE; LA ORDEN VA A REVISION SI EL
062700*    AREA COMUN ESTIMADA LLEGA AL MINIMO DE LA TARJETA MINIM.
062800     ADD 1 TO WS-TOTAL-SOLAPES
062900     MOVE SPACES TO RPT-DETALLE
063000     MOVE WS-FIG-REFERENCIA(WS-IDX-A) TO RPT-REFERENCIA
063100     MOVE WS-FIG-LIN-SECUEN(WS-IDX-A) TO RPT-SECUEN-1
063200     MOVE WS-FIG-LIN-SECUEN(WS-IDX-B) TO RPT-SECUEN-2
063300     MOVE WS-FIG-AREA(WS-IDX-A) TO RPT-AREA-1
063400     MOVE WS-FIG-AREA(WS-IDX-B) TO RPT-AREA-2
063500     MOVE WS-AREA-SOLAPE TO RPT-AREA-SOLAPE
063600     IF WS-HAY-CRUCE = "S"
063700         MOVE "CRUCE" TO RPT-CRUCE
063800     END-IF
063900     IF WS-AREA-SOLAPE < WS-AREA-MINIMA
064000         MOVE "MENOR" TO RPT-MARCA
064100         ADD 1 TO WS-TOTAL-MENORES
064200         WRITE RPT-DETALLE
064300         GO TO 3500-EXIT
064400     END-IF
064500     MOVE "REVISION" TO RPT-MARCA
064600     WRITE RPT-DETALLE
064700     MOVE SPACES TO SOL-REGISTRO
064800     MOVE WS-FIG-REFERENCIA(WS-IDX-A) TO SOL-REFERENCIA
064900     MOVE FEC-NEG-FECHA TO SOL-FECHA
065000     MOVE WS-FIG-LINAJE(WS-IDX-A) TO SOL-LINAJE-1
065100     MOVE WS-FIG-LINAJE(WS-IDX-B) TO SOL-LINAJE-2
065200     MOVE WS-AREA-SOLAPE TO SOL-AREA-SOLAPE
065300     MOVE WS-HAY-CRUCE TO SOL-CRUCE
065400     WRITE SOL-REGISTRO
065500     MOVE 0 TO WS-IDX-REV-HALLADO
065600     PERFORM 3510-COMPARAR-REVISION THRU 3510-EXIT
065700         VARYING WS-IDX-REV FROM 1 BY 1
065800         UNTIL WS-IDX-REV > WS-NUM-REVISION
065900            OR WS-IDX-REV-HALLADO > 0
066000     IF WS-IDX-REV-HALLADO = 0 AND WS-NUM-REVISION < 500
066100         ADD 1 TO WS-NUM-REVISION
066200         MOVE WS-FIG-REFERENCIA(WS-IDX-A)
066300             TO WS-REV-REFERENCIA(WS-NUM-REVISION)
066400     END-IF.
066500 3500-EXIT.
066600     EXIT.
066700*================================================================
066800 3510-COMPARAR-REVISION.
066900*================================================================
067000     IF WS-REV-REFERENCIA(WS-IDX-REV)
067100      = WS-FIG-REFERENCIA(WS-IDX-A)
067200         MOVE WS-IDX-REV TO WS-IDX-REV-HALLADO
067300     END-IF.
067400 3510-EXIT.
067500     EXIT.
067600*================================================================
067700 8000-PUNTOS-DEL-LADO.
067800*================================================================
067900*    LADO WS-IDX-V DE LA FIGURA WS-IDX-POL: VA DEL VERTICE
068000*    ANTERIOR (WS-PTO-J; EL ULTIMO PARA EL PRIMERO) AL VERTICE
068100*    WS-IDX-V (WS-PTO-I), COMO POSICIONES DE LA TABLA DE PUNTOS.
068200     COMPUTE WS-PTO-I = WS-FIG-PRIMERO(WS-IDX-POL) + WS-IDX-V - 1
068300     IF WS-IDX-V = 1
068400         COMPUTE WS-PTO-J = WS-FIG-PRIMERO(WS-IDX-POL)
068500                          + WS-FIG-VERTICES(WS-IDX-POL) - 1
068600     ELSE
068700         COMPUTE WS-PTO-J = WS-PTO-I - 1
068800     END-IF.
068900 8000-EXIT.
069000     EXIT.
069100*================================================================
069200 8100-ORIENTACION.
069300*================================================================
069400*    PRODUCTO CRUZADO (B - A) x (C - A): POSITIVO A LA IZQUIERDA
069500*    DE A->B, NEGATIVO A LA DERECHA, CERO SI SON COLINEALES.
069600     COMPUTE WS-ORIENTACION =
069700         ((WS-ORI-BX - WS-ORI-AX) * (WS-ORI-CY - WS-ORI-AY))
069800       - ((WS-ORI-BY - WS-ORI-AY) * (WS-ORI-CX - WS-ORI-AX)).
069900 8100-EXIT.
070000     EXIT.
070100*================================================================
070200 9000-TERMINATE.
070300*================================================================
070400     MOVE "VERTICES LEIDOS"           TO RPT-RESUMEN-ETIQUETA
070500     MOVE WS-TOTAL-VERTICES           TO RPT-RESUMEN-VALOR
070600     WRITE RPT-RESUMEN-REGISTRO
070700     MOVE "FIGURAS CARGADAS"          TO RPT-RESUMEN-ETIQUETA
070800     MOVE WS-TOTAL-FIGURAS            TO RPT-RESUMEN-VALOR
070900     WRITE RPT-RESUMEN-REGISTRO
071000     MOVE "FIGURAS SIN REFERENCIA"    TO RPT-RESUMEN-ETIQUETA
071100     MOVE WS-TOTAL-SIN-REFERENCIA     TO RPT-RESUMEN-VALOR
071200     WRITE RPT-RESUMEN-REGISTRO
071300     MOVE "FIGURAS INCOMPLETAS"       TO RPT-RESUMEN-ETIQUETA
071400     MOVE WS-TOTAL-INCOMPLETAS        TO RPT-RESUMEN-VALOR
071500     WRITE RPT-RESUMEN-REGISTRO
071600     MOVE "FIGURAS REPETIDAS"         TO RPT-RESUMEN-ETIQUETA
071700     MOVE WS-TOTAL-REPETIDAS          TO RPT-RESUMEN-VALOR
071800     WRITE RPT-RESUMEN-REGISTRO
071900     MOVE "FIGURAS DESCARTADAS"       TO RPT-RESUMEN-ETIQUETA
072000     MOVE WS-TOTAL-DESCARTADAS        TO RPT-RESUMEN-VALOR
072100     WRITE RPT-RESUMEN-REGISTRO
072200     MOVE "PAREJAS COMPARADAS"        TO RPT-RESUMEN-ETIQUETA
072300     MOVE WS-TOTAL-PAREJAS            TO RPT-RESUMEN-VALOR
072400     WRITE RPT-RESUMEN-REGISTRO
072500     MOVE "PAREJAS CON SOLAPE"        TO RPT-RESUMEN-ETIQUETA
072600     MOVE WS-TOTAL-SOLAPES            TO RPT-RESUMEN-VALOR
072700     WRITE RPT-RESUMEN-REGISTRO
072800     MOVE "SOLAPES BAJO EL MINIMO"    TO RPT-RESUMEN-ETIQUETA
072900     MOVE WS-TOTAL-MENORES            TO RPT-RESUMEN-VALOR
073000     WRITE RPT-RESUMEN-REGISTRO
073100     MOVE "ORDENES A REVISION"        TO RPT-RESUMEN-ETIQUETA
073200     MOVE WS-NUM-REVISION             TO RPT-RESUMEN-VALOR
073300     WRITE RPT-RESUMEN-REGISTRO
073400     IF WS-NUM-REVISION > 0 OR WS-TOTAL-DESCARTADAS > 0
073500         IF RETURN-CODE < 4
073600             MOVE 4 TO RETURN-CODE
073700         END-IF
073800     END-IF
073900     IF GEOMETRIA-ABIERTA
074000         CLOSE AREA-POL-GEOM
074100     END-IF
074200     CLOSE SOLAPE-RPT SOLAPE-REV.
074300 9000-EXIT.
074400     EXIT.
074500 END PROGRAM SOLAPOL.
