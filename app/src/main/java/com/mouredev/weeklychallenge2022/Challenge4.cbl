004529*                    SUELTA AL TERMINAR; UNA SEGUNDA INSTANCIA
004542*                    CONCURRENTE RECIBE DENEGADO Y TERMINA CON
004555*                    RC 12 SIN TOCAR EL CHECKPOINT COMPARTIDO.
004557* 2026-10-15  MNT    DIGITO DE CONTROL DE LA REFERENCIA (MODULO
004559*                    DIGCONTR, ESQUEMA POL): UNA REFERENCIA
004561*                    INFORMADA CON DIGITO ERRONEO O MAL FORMADA
004563*                    SE RECHAZA CON SU PROPIO MOTIVO ANTES DE
004565*                    CALCULAR NADA.
004568* 2026-10-15  MNT    HISTORICO DE MEDICIONES (MEDHIST, CLAVE
004571*                    REFERENCIA + FECHA DE NEGOCIO): CADA FIGURA
004574*                    ACEPTADA CON REFERENCIA SE SUMA A LA
004577*                    MEDICION DE SU ORDEN EN LA NOCHE, SIN SUMAR
004580*                    DOS VECES UN REGISTRO YA ANOTADO. EL
004583*                    REARRANQUE RETOMA LA SECUENCIA DE LECTURA
004584*                    DONDE SE QUEDO, NO DESDE UNO.
004585* 2026-10-15  MNT    LOS VERTICES DE CADA POLIGONO-N Y TRAVERSA
004586*                    ACEPTADOS SE ESCRIBEN EN AREAGEOM (GEOREG),
004587*                    EN METROS, PARA QUE SOLAPOL BUSQUE SOLAPES
004588*                    ENTRE POLIGONOS DE UNA MISMA ORDEN ANTES DE
004589*                    FACTURAR.
004590* 2026-10-15  MNT    EXPORTACION DE GEOMETRIA PARA CARTOGRAFIA
004591*                    (AREAWKT): CADA POLIGONO-N Y TRAVERSA
004592*                    ACEPTADOS SALEN CON SU REFERENCIA, EL ANILLO
004593*                    CERRADO EN TEXTO WKT (POLYGON), LA UNIDAD
004594*                    NORMALIZADA, EL AREA Y EL LINAJE, ENTRE
004595*                    CABECERA Y TRAILER ESTANDAR (CTLREG) PARA
004596*                    VERIFICA. EL TEXTO VA EN TRAMOS DE 400 PARA
004597*                    QUE DISTRIB ENVIE CADA REGISTRO ENTERO.
004607* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
004617*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
004627*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
004637* 2026-10-15  MNT    LAS MEDICIONES NUEVAS DE MEDHIST NACEN CON
004647*                    MED-FACTURADO A CERO; LO ANOTA LA
004657*                    FACTURACION.
004667*-----------------------------------------------------------------
004677 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004810     SELECT AREA-POL-PARM ASSIGN TO "AREAPARM"
005460     SELECT AREA-POL-CSV ASSIGN TO "AREAPOLCSV"
005470         ORGANIZATION IS LINE SEQUENTIAL
005480         FILE STATUS IS WS-CSV-STATUS.
005483     SELECT MEDICION-HIST ASSIGN TO "MEDHIST"
005486         ORGANIZATION IS INDEXED
005489         ACCESS MODE IS DYNAMIC
005492         RECORD KEY IS MED-CLAVE
005493         FILE STATUS IS WS-MED-STATUS.
005494     SELECT AREA-POL-GEOM ASSIGN TO "AREAGEOM"
005495         ORGANIZATION IS LINE SEQUENTIAL
005496         FILE STATUS IS WS-GEO-STATUS.
005497     SELECT AREA-POL-WKT ASSIGN TO "AREAWKT"
005498         ORGANIZATION IS LINE SEQUENTIAL
005499         FILE STATUS IS WS-WKT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005610 FD  AREA-POL-PARM
008300 FD  AREA-POL-CSV
008400     RECORDING MODE IS F.
008500 01  CSV-REGISTRO            PIC X(100).
008510 FD  MEDICION-HIST.
008520     COPY MEDREG.
008530 FD  AREA-POL-GEOM
008540     RECORDING MODE IS F.
008550     COPY GEOREG.
008560 FD  AREA-POL-WKT
008570     RECORDING MODE IS F.
008580*    UN REGISTRO POR TRAMO DE 400 POSICIONES DEL TEXTO WKT DE CADA
008590*    POLIGONO: LOS TRAMOS DE UN MISMO POLIGONO REPITEN LOS DATOS
008600*    DE CABECERA Y SE UNEN EN EL ORDEN DE WKT-TRAMO. ASI EL
008610*    REGISTRO CABE ENTERO EN EL PAQUETE DE DISTRIB (PERFIL CON
008620*    FUENTE AREAWKT Y SIN CAMPOS). VERIFICA LO COMPRUEBA CON CLAVE
008630*    EN LA POSICION 1 Y LONGITUD 10 (LA REFERENCIA).
008640 01  WKT-REGISTRO.
008650     05  WKT-REFERENCIA      PIC X(10).
008660     05  WKT-UNIDAD          PIC X(02).
008670     05  WKT-AREA            PIC 9(11)V9(04).
008680     05  WKT-LINAJE          PIC X(27).
008690     05  WKT-TRAMO           PIC 9(02).
008700     05  WKT-TRAMOS          PIC 9(02).
008710     05  WKT-TEXTO           PIC X(400).
008720     COPY CTLREG.
008900 WORKING-STORAGE SECTION.
008901*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008902     COPY FECNEG.
008903*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
008904     COPY VERSTD.
008905*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
008906     COPY METREG.
008910*    AREA DE COMUNICACION CON EL SERVICIO COMPARTIDO DE
008920*    CHECKPOINT/REINICIO (CHKPTSRV) Y CAMPOS DE SALTO.
008930     COPY CKPSTD.
010888 01  WS-LINAJE-CABECERA       PIC X(27).
010890*    AREA DE COMUNICACION CON EL GESTOR DE CERROJOS (CERROJO).
010891     COPY CERSTD.
010901*    AREA DE COMUNICACION CON EL SERVICIO DE DIGITO DE CONTROL.
010911     COPY DIGSTD.
010921 01  WS-REFERENCIA-VALIDA     PIC X(01) VALUE "S".
010931*    HISTORICO DE MEDICIONES POR REFERENCIA Y FECHA DE NEGOCIO.
010941 01  WS-MED-STATUS            PIC X(02).
010951     88  WS-MED-NO-EXISTE             VALUE "35".
010961 01  WS-HISTORIA-ABIERTA      PIC X(01) VALUE "N".
010971     88  HISTORIA-ABIERTA             VALUE "S".
010978*    VERTICES DE LOS POLIGONOS DE COORDENADAS ACEPTADOS.
010979 01  WS-GEO-STATUS            PIC X(02).
010980     88  WS-GEO-NO-EXISTE             VALUE "35".
010981*    EXPORTACION WKT DE LOS POLIGONOS DE COORDENADAS (AREAWKT).
010982 01  WS-WKT-STATUS            PIC X(02).
010983     88  WS-WKT-NO-EXISTE             VALUE "35".
010984 01  WS-FIN-WKT               PIC X(01) VALUE "N".
010985 01  WS-WKT-TEXTO             PIC X(6000).
010986 01  WS-WKT-PUNTERO           PIC 9(04) COMP VALUE ZERO.
010987 01  WS-WKT-LARGO             PIC 9(04) COMP VALUE ZERO.
010988 01  WS-WKT-INICIO            PIC 9(04) COMP VALUE ZERO.
010989 01  WS-WKT-NUM-X             PIC -(7)9.9(04).
010990 01  WS-WKT-NUM-Y             PIC -(7)9.9(04).
010991 01  WS-WKT-REGISTROS         PIC 9(09) VALUE ZERO.
010992 01  WS-HASH-WKT              PIC 9(18) VALUE ZERO.
010993 01  WS-CLAVE-CTL             PIC X(200).
010994 01  WS-LARGO-CLAVE-CTL       PIC 9(03) VALUE 10.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011101*    SIN CERROJO NO SE TOCA NADA: EL CHECKPOINT COMPARTIDO ES
011582     IF CONCILIA-ACTIVADA
011584         CLOSE AREA-POL-DIF
011586     END-IF.
011593     PERFORM 3500-TRAILER-WKT THRU 3500-EXIT.
011595     CLOSE AREA-POL-IN AREA-POL-RPT AREA-POL-REJ AREA-POL-GEOM.
011597     CLOSE AREA-POL-WKT.
011601     IF HISTORIA-ABIERTA
011602         CLOSE MEDICION-HIST
011603     END-IF.
011607     IF CORTE-DISPARADO
011638         MOVE 12 TO RETURN-CODE
011669     END-IF.
011697     CALL "CERROJO" USING CER-STD-AREA
011700     GOBACK.
011800 1000-INITIALIZE.
011801*    VERSION VIGENTE PARA LAS CABECERAS DE CONTROL.
011802     MOVE SPACES TO VRS-STD-AREA.
011803     MOVE "AREA_POL" TO VRS-STD-PROGRAMA.
011804     MOVE ZERO TO VRS-STD-FECHA.
011805     CALL "VERSPROG" USING VRS-STD-AREA.
011810     PERFORM 1300-LEER-PARAMETROS THRU 1300-EXIT.
011811*    LA FECHA DEL LINAJE ES LA DE NEGOCIO DE LA CADENA.
011812     CALL "FECHANEG" USING FEC-NEG-AREA.
012010         IF WS-REJ-NO-EXISTE
012020             OPEN OUTPUT AREA-POL-REJ
012030         END-IF
012032         OPEN EXTEND AREA-POL-GEOM
012034         IF WS-GEO-NO-EXISTE
012036             OPEN OUTPUT AREA-POL-GEOM
012038         END-IF
012039         PERFORM 1520-ABRIR-WKT-EXTEND THRU 1520-EXIT
012040     ELSE
012050         OPEN OUTPUT AREA-POL-RPT
012060         OPEN OUTPUT AREA-POL-REJ
012065         OPEN OUTPUT AREA-POL-GEOM
012066         OPEN OUTPUT AREA-POL-WKT
012067         PERFORM 1530-CABECERA-WKT THRU 1530-EXIT
012070     END-IF.
012080     MOVE SPACES TO RPT-REGISTRO.
012081     MOVE SPACES TO RPT-RESUMEN-REGISTRO.
012094         INITIALIZE WS-TABLA-CONCILIA
012095     END-IF.
012096     PERFORM 1200-SALTAR-PROCESADOS THRU 1200-EXIT.
012101*    TRAS UN REARRANQUE LA SECUENCIA DE LECTURA SIGUE DESDE LOS
012106*    REGISTROS SALTADOS: EL LINAJE Y EL HISTORICO LA NECESITAN.
012111     MOVE WS-REGS-A-SALTAR TO WS-SECUENCIA-LECTURA.
012116*    EL HISTORICO SE CREA VACIO LA PRIMERA VEZ. SIN HISTORICO
012121*    LA CORRIDA SIGUE, AVISANDO POR CONSOLA.
012126     OPEN I-O MEDICION-HIST.
012131     IF WS-MED-NO-EXISTE
012136         OPEN OUTPUT MEDICION-HIST
012141         CLOSE MEDICION-HIST
012146         OPEN I-O MEDICION-HIST
012151     END-IF.
012156     IF WS-MED-STATUS = "00"
012161         SET HISTORIA-ABIERTA TO TRUE
012166     ELSE
012171         DISPLAY "AREA_POL: MEDHIST NO DISPONIBLE, ESTADO "
012176             WS-MED-STATUS
012181     END-IF.
012200     IF NOT FIN-FICHERO
012210         PERFORM 1100-LEER-POLIGONO THRU 1100-EXIT
012220     END-IF.
013209         PERFORM 2400-RECHAZAR-POLIGONO THRU 2400-EXIT
013211         GO TO 2000-SIGUIENTE
013212     END-IF.
013213     PERFORM 2060-VALIDAR-REFERENCIA THRU 2060-EXIT.
013214     IF WS-REFERENCIA-VALIDA = "N"
013215         GO TO 2000-SIGUIENTE
013216     END-IF.
013217*    LA CABECERA POLIGONO-N ABRE UN POLIGONO GENERAL: CONSUME
013220*    SUS REGISTROS COORD Y SE CALCULA APARTE. UN COORD SUELTO
013230*    (SIN CABECERA) SE RECHAZA.
013240     IF POLY-TIPO = "POLIGONO-N"
014754     END-IF.
014755 2050-EXIT.
014756     EXIT.
014757*================================================================
014758 2060-VALIDAR-REFERENCIA.
014759*================================================================
014760*    LA REFERENCIA SE TECLEA A MANO: SI VIENE INFORMADA, SU
014761*    ULTIMO CARACTER ES EL DIGITO DE CONTROL Y TIENE QUE
014762*    CUADRAR. UNA CIFRA TRASPUESTA FACTURARIA OTRA ORDEN.
014763     MOVE "S" TO WS-REFERENCIA-VALIDA.
014764     IF POLY-REFERENCIA = SPACES
014765         GO TO 2060-EXIT
014766     END-IF.
014767     MOVE "V" TO DIG-STD-FUNCION.
014768     MOVE "POL" TO DIG-STD-TIPO.
014769     MOVE POLY-REFERENCIA TO DIG-STD-REFERENCIA.
014770     CALL "DIGCONTR" USING DIG-STD-AREA.
014771     IF DIG-STD-CORRECTA
014772         GO TO 2060-EXIT
014773     END-IF.
014774     IF DIG-STD-ERRONEA
014775         MOVE "REFERENCIA CON DIGITO ERRONEO" TO WS-MOTIVO-RECHAZO
014776     ELSE
014777         MOVE "REFERENCIA MAL FORMADA" TO WS-MOTIVO-RECHAZO
014778     END-IF.
014779     MOVE "N" TO WS-REFERENCIA-VALIDA.
014780     MOVE "N" TO WS-POLIGONO-VALIDO.
014781     PERFORM 2400-RECHAZAR-POLIGONO THRU 2400-EXIT.
014782 2060-EXIT.
014783     EXIT.
014800 2100-VALIDAR-POLIGONO.
014900*    CADA TIPO DE POLIGONO USA UN SUBCONJUNTO DE LAS DIMENSIONES;
015000*    TODAS LAS QUE APLIQUEN DEBEN SER ESTRICTAMENTE POSITIVAS.
018900     END-EVALUATE.
019000 2100-EXIT.
019100     EXIT.
019102*================================================================
019104 2370-ANOTAR-MEDICION.
019106*================================================================
019108*    SUMA LA FIGURA A LA MEDICION DE SU ORDEN EN LA FECHA DE
019110*    NEGOCIO. UNA FIGURA CUYA SECUENCIA DE LECTURA NO PASA DE LA
019112*    ULTIMA ANOTADA YA ESTA SUMADA (RELANZAMIENTO) Y SE IGNORA.
019114     MOVE POLY-REFERENCIA TO MED-REFERENCIA.
019116     MOVE FEC-NEG-FECHA TO MED-FECHA.
019118     READ MEDICION-HIST
019120         KEY IS MED-CLAVE
019122         INVALID KEY
019124             CONTINUE
019126     END-READ.
019128     IF WS-MED-STATUS = "23"
019130         MOVE POLY-REFERENCIA TO MED-REFERENCIA
019132         MOVE FEC-NEG-FECHA TO MED-FECHA
019134         MOVE WS-AREA TO MED-AREA
019136         MOVE WS-PERIMETRO TO MED-PERIMETRO
019138         MOVE 1 TO MED-FIGURAS
019140         MOVE WS-LIN-SECUEN TO MED-ULT-SECUEN
019141         MOVE 0 TO MED-FACTURADO
019142         WRITE MED-REGISTRO
019144             INVALID KEY
019146                 CONTINUE
019148         END-WRITE
019150         GO TO 2370-EXIT
019152     END-IF.
019154     IF WS-MED-STATUS NOT = "00"
019156      OR WS-LIN-SECUEN NOT > MED-ULT-SECUEN
019158         GO TO 2370-EXIT
019160     END-IF.
019162     ADD WS-AREA TO MED-AREA
019164         ON SIZE ERROR
019166             GO TO 2370-EXIT
019168     END-ADD.
019170     ADD WS-PERIMETRO TO MED-PERIMETRO
019172         ON SIZE ERROR
019174             GO TO 2370-EXIT
019176     END-ADD.
019178     ADD 1 TO MED-FIGURAS.
019180     MOVE WS-LIN-SECUEN TO MED-ULT-SECUEN.
019182     REWRITE MED-REGISTRO
019184         INVALID KEY
019186             CONTINUE
019188     END-REWRITE.
019190 2370-EXIT.
019192     EXIT.
019200 2200-CALCULAR-POLIGONO.
019300*    AREA-TRIANGULO = (BASE X ALTURA) / 2; PERIMETRO = SUMA DE
019400*    LOS TRES LADOS (DIM1, DIM3 Y DIM4).
025600         WRITE RPT-REGISTRO
025602     END-IF.
025604     PERFORM 2800-ACUMULAR-ESTADISTICA THRU 2800-EXIT.
025614     IF HISTORIA-ABIERTA AND POLY-REFERENCIA NOT = SPACES
025624         PERFORM 2370-ANOTAR-MEDICION THRU 2370-EXIT
025634     END-IF.
025642*    LOS POLIGONOS DE COORDENADAS DEJAN SUS VERTICES PARA LA
025650*    BUSQUEDA DE SOLAPES ENTRE FIGURAS DE LA MISMA ORDEN, Y SU
025654*    ANILLO EN WKT PARA EL EQUIPO DE CARTOGRAFIA.
025658     IF POLY-TIPO = "POLIGONO-N" OR POLY-TIPO = "TRAVERSA"
025666         PERFORM 2380-ESCRIBIR-GEOMETRIA THRU 2380-EXIT
025674             VARYING WS-IDX-VERT FROM 1 BY 1
025682             UNTIL WS-IDX-VERT > WS-NUM-VERTICES
025686         PERFORM 2390-ESCRIBIR-WKT THRU 2390-EXIT
025690     END-IF.
025700     EVALUATE POLY-TIPO
025800         WHEN "TRIANGULO"  ADD 1 TO WS-TOTAL-TRIANGULOS
025900         WHEN "CUADRADO"   ADD 1 TO WS-TOTAL-CUADRADOS
027250     PERFORM 2500-REGISTRAR-AUDITORIA THRU 2500-EXIT.
027251 2400-EXIT.
027700     EXIT.
027705*================================================================
027710 2380-ESCRIBIR-GEOMETRIA.
027715*================================================================
027720*    UN REGISTRO POR VERTICE, CON EL LINAJE DE LA CABECERA QUE
027725*    IDENTIFICA AL POLIGONO.
027730     MOVE SPACES TO GEO-REGISTRO.
027735     MOVE POLY-REFERENCIA TO GEO-REFERENCIA.
027740     MOVE POLY-TIPO TO GEO-TIPO.
027745     MOVE WS-LINAJE-ACTUAL TO GEO-LINAJE.
027750     MOVE WS-NUM-VERTICES TO GEO-VERTICES.
027755     MOVE WS-IDX-VERT TO GEO-ORDEN.
027760     MOVE WS-VERT-X(WS-IDX-VERT) TO GEO-X.
027765     MOVE WS-VERT-Y(WS-IDX-VERT) TO GEO-Y.
027770     WRITE GEO-REGISTRO.
027775 2380-EXIT.
027780     EXIT.
027800 3000-ESCRIBIR-RESUMEN.
027900     MOVE "TOTAL TRIANGULOS"      TO RPT-RESUMEN-ETIQUETA.
028000     MOVE WS-TOTAL-TRIANGULOS     TO RPT-RESUMEN-VALOR.
030224     CALL "CHKPTSRV" USING CKP-STD-AREA.
030225 5050-EXIT.
030226     EXIT.
030326*================================================================
030426 1520-ABRIR-WKT-EXTEND.
030526*================================================================
030626*    EN UN REARRANQUE EL FICHERO YA TIENE SU CABECERA Y LOS
030726*    TRAMOS EMITIDOS ANTES DEL CORTE: SE RECUENTAN PARA QUE EL
030826*    TRAILER CUADRE CON TODO EL FICHERO, NO SOLO CON ESTA PARTE.
030926     MOVE 0 TO WS-WKT-REGISTROS WS-HASH-WKT
031026     OPEN INPUT AREA-POL-WKT
031126     IF WS-WKT-STATUS NOT = "00"
031226         OPEN OUTPUT AREA-POL-WKT
031326         PERFORM 1530-CABECERA-WKT THRU 1530-EXIT
031426         GO TO 1520-EXIT
031526     END-IF
031626     MOVE "N" TO WS-FIN-WKT
031726     PERFORM 1540-RECONTAR-WKT THRU 1540-EXIT
031826         UNTIL WS-FIN-WKT = "S"
031926     CLOSE AREA-POL-WKT
032026     OPEN EXTEND AREA-POL-WKT.
032126 1520-EXIT.
032226     EXIT.
032326*================================================================
032426 1530-CABECERA-WKT.
032526*================================================================
032626     MOVE SPACES TO CTL-REGISTRO
032726     MOVE "CAB" TO CTL-MARCA
032826     MOVE "AREAPOL" TO CTL-PROGRAMA
032926     MOVE FEC-NEG-FECHA TO CTL-FECHA
033026     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
033126     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD
033176     MOVE VRS-STD-VERSION TO CTL-VERSION.
033226     WRITE CTL-REGISTRO.
033326 1530-EXIT.
033426     EXIT.
033526*================================================================
033626 1540-RECONTAR-WKT.
033726*================================================================
033826     READ AREA-POL-WKT
033926         AT END
034026             MOVE "S" TO WS-FIN-WKT
034126             GO TO 1540-EXIT
034226     END-READ
034326     IF CTL-ES-CONTROL
034426         GO TO 1540-EXIT
034526     END-IF
034626     PERFORM 2396-CONTROL-WKT THRU 2396-EXIT.
034726 1540-EXIT.
034826     EXIT.
034926*================================================================
035026 2390-ESCRIBIR-WKT.
035126*================================================================
035226*    POLYGON((X1 Y1, X2 Y2, ..., X1 Y1)) EN METROS: EL ANILLO SE
035326*    CIERRA REPITIENDO EL PRIMER VERTICE, COMO PIDE EL ESTANDAR.
035426     MOVE SPACES TO WS-WKT-TEXTO
035526     MOVE 1 TO WS-WKT-PUNTERO
035626     STRING "POLYGON((" DELIMITED BY SIZE
035726         INTO WS-WKT-TEXTO WITH POINTER WS-WKT-PUNTERO
035826     END-STRING
035926     PERFORM 2392-AGREGAR-VERTICE-WKT THRU 2392-EXIT
036026         VARYING WS-IDX-VERT FROM 1 BY 1
036126         UNTIL WS-IDX-VERT > WS-NUM-VERTICES
036226     MOVE 1 TO WS-IDX-VERT
036326     PERFORM 2392-AGREGAR-VERTICE-WKT THRU 2392-EXIT
036426     STRING "))" DELIMITED BY SIZE
036526         INTO WS-WKT-TEXTO WITH POINTER WS-WKT-PUNTERO
036626     END-STRING
036726     COMPUTE WS-WKT-LARGO = WS-WKT-PUNTERO - 1
036826     MOVE SPACES TO WKT-REGISTRO
036926     MOVE POLY-REFERENCIA TO WKT-REFERENCIA
037026     MOVE "M" TO WKT-UNIDAD
037126     MOVE WS-AREA TO WKT-AREA
037226     MOVE WS-LINAJE-ACTUAL TO WKT-LINAJE
037326     COMPUTE WKT-TRAMOS = (WS-WKT-LARGO + 399) / 400
037426     PERFORM 2394-ESCRIBIR-TRAMO-WKT THRU 2394-EXIT
037526         VARYING WKT-TRAMO FROM 1 BY 1
037626         UNTIL WKT-TRAMO > WKT-TRAMOS.
037726 2390-EXIT.
037826     EXIT.
037926*================================================================
038026 2392-AGREGAR-VERTICE-WKT.
038126*================================================================
038226     IF WS-WKT-PUNTERO > 10
038326         STRING ", " DELIMITED BY SIZE
038426             INTO WS-WKT-TEXTO WITH POINTER WS-WKT-PUNTERO
038526         END-STRING
038626     END-IF
038726     MOVE WS-VERT-X(WS-IDX-VERT) TO WS-WKT-NUM-X
038826     MOVE WS-VERT-Y(WS-IDX-VERT) TO WS-WKT-NUM-Y
038926     STRING FUNCTION TRIM(WS-WKT-NUM-X) DELIMITED BY SIZE
039026         " " DELIMITED BY SIZE
039126         FUNCTION TRIM(WS-WKT-NUM-Y) DELIMITED BY SIZE
039226         INTO WS-WKT-TEXTO WITH POINTER WS-WKT-PUNTERO
039326     END-STRING.
039426 2392-EXIT.
039526     EXIT.
039626*================================================================
039726 2394-ESCRIBIR-TRAMO-WKT.
039826*================================================================
039926     COMPUTE WS-WKT-INICIO = (WKT-TRAMO - 1) * 400 + 1
040026     MOVE WS-WKT-TEXTO(WS-WKT-INICIO:400) TO WKT-TEXTO
040126     WRITE WKT-REGISTRO
040226     PERFORM 2396-CONTROL-WKT THRU 2396-EXIT.
040326 2394-EXIT.
040426     EXIT.
040526*================================================================
040626 2396-CONTROL-WKT.
040726*================================================================
040826     ADD 1 TO WS-WKT-REGISTROS
040926     MOVE SPACES TO WS-CLAVE-CTL
041026     MOVE WKT-REFERENCIA TO WS-CLAVE-CTL(1:10)
041126     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
041226         WS-HASH-WKT.
041326 2396-EXIT.
041426     EXIT.
041526*================================================================
041626 3500-TRAILER-WKT.
041726*================================================================
041826     MOVE SPACES TO CTL-REGISTRO
041926     MOVE "TRL" TO CTL-MARCA
042026     MOVE "AREAPOL" TO CTL-PROGRAMA
042126     MOVE FEC-NEG-FECHA TO CTL-FECHA
042226     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA
042326     MOVE WS-WKT-REGISTROS TO CTL-REGISTROS
042426     MOVE WS-HASH-WKT TO CTL-HASH
042526     MOVE 0 TO CTL-HASH-ORD
042626     WRITE CTL-REGISTRO.
042726 3500-EXIT.
042826     EXIT.
042926 END PROGRAM AREA_POL.
