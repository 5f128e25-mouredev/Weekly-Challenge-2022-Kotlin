002280*                    CTLHASH) O SIN CAMBIO FRENTE AL REGISTRO,
002290*                    CON SU ESTADO DE REVISION. EL EQUIPO DEJA
002291*                    DE RETRIAR CADA MANANA LOS MISMOS GRUPOS.
002292* 2026-10-15  MNT    REGISTRO DE MIEMBROS (GRUPMIE): CADA PALABRA
002293*                    QUE ENTRA EN UN GRUPO QUEDA ANOTADA CON EL
002294*                    IDENTIFICADOR DEL GRUPO, SU CLAVE Y LA FECHA
002295*                    DE NEGOCIO EN QUE SE VIO POR PRIMERA VEZ,
002296*                    PARA QUE LA CONSULTA EN PANTALLA (ANACONS)
002297*                    ENSENE TODOS LOS MIEMBROS VISTOS HASTA HOY
002298*                    SIN REPASAR A OJO LOS ANAGRUPRPT ANTIGUOS.
002299* 2026-10-15  MNT    IDS DE GRUPO NUEVOS DEL MODULO NUMERADOR.
002300*----------------------------------------------------------------
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
003110     SELECT GRUPO-REG ASSIGN TO "GRUPREG"
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS WS-REG-STATUS.
003140     SELECT GRUPO-MIE ASSIGN TO "GRUPMIE"
003150         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS WS-MIE-STATUS.
003200     SELECT SORT-WORK ASSIGN TO "SORTWK01".
003300 DATA            DIVISION.
003400 FILE            SECTION.
004360     05  REG-ESTADO          PIC X(10).
004370     05  REG-MIEMBROS        PIC 9(05).
004380     05  REG-HASH            PIC 9(18).
004382 FD  GRUPO-MIE
004384     RECORDING MODE IS F.
004386 01  MIE-REGISTRO.
004388     05  MIE-ID              PIC 9(06).
004390     05  MIE-CLAVE           PIC X(100).
004392     05  MIE-PALABRA         PIC X(100).
004394     05  MIE-PRIMERA-VEZ     PIC 9(08).
004400 SD  SORT-WORK.
004500 01  SW-REGISTRO.
004600     05  SW-CLAVE            PIC X(100).
008161 01  WS-CLAVE-CTL            PIC X(200).
008162 01  WS-LARGO-CLAVE-CTL      PIC 9(03) VALUE 100.
008163 01  WS-MARCA-GRUPO          PIC X(10).
008164 01  WS-MIE-STATUS           PIC X(02).
008165     88  WS-MIE-NO-EXISTE            VALUE "35".
008166     88  WS-MIE-FIN-FICHERO          VALUE "10".
008167*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008168     COPY FECNEG.
008169*----------------------------------------------------------------
008170* REGISTRO DE MIEMBROS EN MEMORIA: UNA ENTRADA POR PALABRA Y
008171* CLAVE, CON EL GRUPO Y LA FECHA EN QUE SE VIO POR PRIMERA VEZ.
008172*----------------------------------------------------------------
008173 01  WS-TABLA-MIEMBROS.
008174     05  WS-NUM-MIES         PIC 9(05) COMP VALUE ZERO.
008175     05  WS-MIE-ENTRY OCCURS 5000 TIMES.
008176         10  WS-MIE-ID       PIC 9(06).
008177         10  WS-MIE-CLAVE    PIC X(100).
008178         10  WS-MIE-PALABRA  PIC X(100).
008179         10  WS-MIE-PRIMERA  PIC 9(08).
008180 01  WS-IDX-MIE              PIC 9(05) COMP VALUE ZERO.
008181 01  WS-PALABRA-MIEMBRO      PIC X(100).
008187*    AREA DE LLAMADA AL SERVICIO CENTRAL DE NUMERACION.
008193     COPY NUMSTD.
008200 01  WS-CONTADORES.
008300     05  WS-TOTAL-PALABRAS   PIC 9(07) COMP VALUE ZERO.
008400     05  WS-TOTAL-BLANCAS    PIC 9(07) COMP VALUE ZERO.
008610     05  WS-GRUPOS-NUEVOS    PIC 9(06) COMP VALUE ZERO.
008620     05  WS-GRUPOS-CAMBIADOS PIC 9(06) COMP VALUE ZERO.
008630     05  WS-GRUPOS-IGUALES   PIC 9(06) COMP VALUE ZERO.
008640     05  WS-MIEMBROS-NUEVOS  PIC 9(06) COMP VALUE ZERO.
008650     05  WS-MIEMBROS-SIN-SITIO PIC 9(06) COMP VALUE ZERO.
008660     05  WS-IDS-SIN-REGISTRO PIC 9(06) COMP VALUE ZERO.
008700 PROCEDURE       DIVISION.
008800*================================================================
008900 0000-MAINLINE SECTION.
009100 0010-PRINCIPAL.
009200     OPEN OUTPUT ANAGRUPO-RPT
009300     MOVE SPACES TO RPT-RESUMEN-REGISTRO
009310     CALL "FECHANEG" USING FEC-NEG-AREA
009350     PERFORM 1500-CARGAR-REGISTRO THRU 1500-EXIT
009360     PERFORM 1600-CARGAR-MIEMBROS THRU 1600-EXIT
009400     SORT SORT-WORK ON ASCENDING KEY SW-CLAVE
009500         INPUT PROCEDURE IS 2000-CARGAR-PALABRAS
009600         OUTPUT PROCEDURE IS 3000-DETECTAR-GRUPOS
009650     PERFORM 4500-REGRABAR-REGISTRO THRU 4500-EXIT
009660     PERFORM 4600-REGRABAR-MIEMBROS THRU 4600-EXIT
009700     PERFORM 4000-ESCRIBIR-RESUMEN THRU 4000-EXIT
009710     PERFORM 4800-CERRAR-NUMERACION THRU 4800-EXIT
009800     CLOSE ANAGRUPO-RPT
009900     GOBACK.
010000*================================================================
021220*            EL IDENTIFICADOR ESTABLE SALE DEL REGISTRO (O SE
021230*            ASIGNA EL SIGUIENTE LIBRE SI LA CLAVE ES NUEVA).
021240             PERFORM 3250-BUSCAR-ID THRU 3250-EXIT
021250             MOVE WS-PRIMERA-PALABRA TO WS-PALABRA-MIEMBRO
021260             PERFORM 3270-ANOTAR-MIEMBRO THRU 3270-EXIT
021270             MOVE SW-PALABRA TO WS-PALABRA-MIEMBRO
021280             PERFORM 3270-ANOTAR-MIEMBRO THRU 3270-EXIT
021300             MOVE WS-ID-GRUPO TO WS-EDIT-ID
021400             MOVE SPACES TO RPT-LINEA
021500             STRING "GRUPO " DELIMITED BY SIZE
023600             ADD 1 TO WS-TAMANO-GRUPO
023700             ADD 1 TO WS-PALABRAS-AGRUPADAS
023710             PERFORM 3260-ACUMULAR-HASH THRU 3260-EXIT
023720             MOVE SW-PALABRA TO WS-PALABRA-MIEMBRO
023730             PERFORM 3270-ANOTAR-MIEMBRO THRU 3270-EXIT
023800             MOVE SPACES TO RPT-LINEA
023900             STRING "   " DELIMITED BY SIZE
024000                 SW-PALABRA DELIMITED BY SIZE
024400     END-EVALUATE
024500     PERFORM 3100-RETORNAR-PALABRA THRU 3100-EXIT.
024600 3200-EXIT.
024601     EXIT.
024602*================================================================
024603 3300-CERRAR-GRUPO.
024604*================================================================
024605*    AL CERRAR UN GRUPO ABIERTO SE ANOTA SU TAMANO, QUE NO SE
024606*    CONOCE HASTA AGOTAR SU CLAVE EN LA LISTA ORDENADA, Y SE
024607*    CONTRASTA CON EL REGISTRO PERMANENTE: NUEVO, CAMBIADO O
024608*    SIN CAMBIO, CON SU ESTADO DE REVISION.
024609     IF WS-TAMANO-GRUPO >= 2
024610         MOVE WS-TAMANO-GRUPO TO WS-EDIT-TAMANO
024611         MOVE SPACES TO RPT-LINEA
024612         STRING "   TAMANO DEL GRUPO: " DELIMITED BY SIZE
024613             FUNCTION TRIM(WS-EDIT-TAMANO) DELIMITED BY SIZE
024614             INTO RPT-LINEA
024615         END-STRING
024616         WRITE RPT-LINEA
024617         PERFORM 3350-CONTRASTAR-REGISTRO THRU 3350-EXIT
024618     END-IF.
024619 3300-EXIT.
024620     EXIT.
024621*================================================================
024622 3250-BUSCAR-ID.
024623*================================================================
024624     MOVE 0 TO WS-IDX-REG-HALLADO
024625     PERFORM VARYING WS-IDX-REG FROM 1 BY 1
024626             UNTIL WS-IDX-REG > WS-NUM-REGS
024627                OR WS-IDX-REG-HALLADO > 0
024628         IF WS-REG-CLAVE(WS-IDX-REG) = WS-CLAVE-ANTERIOR
024629             MOVE WS-IDX-REG TO WS-IDX-REG-HALLADO
024630         END-IF
024631     END-PERFORM
024632     IF WS-IDX-REG-HALLADO > 0
024633         MOVE WS-REG-ID(WS-IDX-REG-HALLADO) TO WS-ID-GRUPO
024634     ELSE
024635         PERFORM 4700-PEDIR-NUMERO THRU 4700-EXIT
024636         MOVE WS-MAYOR-ID TO WS-ID-GRUPO
024637     END-IF.
024638 3250-EXIT.
024639     EXIT.
024640*================================================================
024641 3260-ACUMULAR-HASH.
024642*================================================================
024643*    EL HASH DE MIEMBROS USA CTLHASH SOBRE CADA PALABRA; COMO
024644*    SE ACUMULA POR SUMA, NO DEPENDE DEL ORDEN DE LLEGADA.
024645     MOVE SPACES TO WS-CLAVE-CTL
024646     MOVE SW-PALABRA TO WS-CLAVE-CTL(1:100)
024647     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
024648         WS-HASH-GRUPO.
024649 3260-EXIT.
024650     EXIT.
024651*================================================================
024652 3270-ANOTAR-MIEMBRO.
024653*================================================================
024654*    UNA PALABRA YA ANOTADA CON ESTA CLAVE CONSERVA SU PRIMERA
024655*    FECHA; LAS NUEVAS ENTRAN CON LA FECHA DE NEGOCIO DE HOY.
024656     PERFORM 3275-COMPARAR-MIEMBRO THRU 3275-EXIT
024657         VARYING WS-IDX-MIE FROM 1 BY 1
024658         UNTIL WS-IDX-MIE > WS-NUM-MIES
024659            OR (WS-MIE-CLAVE(WS-IDX-MIE) = WS-CLAVE-ANTERIOR
024660            AND WS-MIE-PALABRA(WS-IDX-MIE) = WS-PALABRA-MIEMBRO)
024661     IF WS-IDX-MIE NOT > WS-NUM-MIES
024662         GO TO 3270-EXIT
024663     END-IF
024664     IF WS-NUM-MIES < 5000
024665         ADD 1 TO WS-NUM-MIES
024666         MOVE WS-ID-GRUPO TO WS-MIE-ID(WS-NUM-MIES)
024667         MOVE WS-CLAVE-ANTERIOR TO WS-MIE-CLAVE(WS-NUM-MIES)
024668         MOVE WS-PALABRA-MIEMBRO TO WS-MIE-PALABRA(WS-NUM-MIES)
024669         MOVE FEC-NEG-FECHA TO WS-MIE-PRIMERA(WS-NUM-MIES)
024670         ADD 1 TO WS-MIEMBROS-NUEVOS
024671     ELSE
024672         ADD 1 TO WS-MIEMBROS-SIN-SITIO
024673     END-IF.
024674 3270-EXIT.
024675     EXIT.
024676*================================================================
024677 3275-COMPARAR-MIEMBRO.
024678*================================================================
024679*    EL AVANCE LO HACE EL VARYING; AQUI NO HAY NADA QUE HACER.
024680     CONTINUE.
024681 3275-EXIT.
024682     EXIT.
024754*================================================================
024755 3350-CONTRASTAR-REGISTRO.
024756*================================================================
024852 1520-EXIT.
024853     EXIT.
024854*================================================================
024855 1600-CARGAR-MIEMBROS.
024856*================================================================
024857     OPEN INPUT GRUPO-MIE
024858     IF WS-MIE-NO-EXISTE
024859         GO TO 1600-EXIT
024860     END-IF
024861     PERFORM 1610-LEER-MIEMBRO THRU 1610-EXIT
024862     PERFORM 1620-CARGAR-MIEMBRO THRU 1620-EXIT
024863         UNTIL WS-MIE-FIN-FICHERO
024864     CLOSE GRUPO-MIE.
024865 1600-EXIT.
024866     EXIT.
024867*================================================================
024868 1610-LEER-MIEMBRO.
024869*================================================================
024870     READ GRUPO-MIE
024871         AT END
024872             MOVE "10" TO WS-MIE-STATUS
024873     END-READ.
024874 1610-EXIT.
024875     EXIT.
024876*================================================================
024877 1620-CARGAR-MIEMBRO.
024878*================================================================
024879     IF WS-NUM-MIES < 5000
024880         ADD 1 TO WS-NUM-MIES
024881         MOVE MIE-ID          TO WS-MIE-ID(WS-NUM-MIES)
024882         MOVE MIE-CLAVE       TO WS-MIE-CLAVE(WS-NUM-MIES)
024883         MOVE MIE-PALABRA     TO WS-MIE-PALABRA(WS-NUM-MIES)
024884         MOVE MIE-PRIMERA-VEZ TO WS-MIE-PRIMERA(WS-NUM-MIES)
024885     END-IF
024886     PERFORM 1610-LEER-MIEMBRO THRU 1610-EXIT.
024887 1620-EXIT.
024888     EXIT.
024890*================================================================
024892 4500-REGRABAR-REGISTRO.
024894*================================================================
024896*    EL REGISTRO SE REGRABA ENTERO: LOS GRUPOS NO VISTOS HOY
024898*    CONSERVAN SU FICHA Y SU ESTADO DE REVISION.
024900     OPEN OUTPUT GRUPO-REG
024902     PERFORM 4510-GRABAR-ENTRADA THRU 4510-EXIT
024904         VARYING WS-IDX-REG FROM 1 BY 1
024906         UNTIL WS-IDX-REG > WS-NUM-REGS
024908     CLOSE GRUPO-REG.
024910 4500-EXIT.
024912     EXIT.
024914*================================================================
024916 4510-GRABAR-ENTRADA.
024918*================================================================
024920     MOVE WS-REG-CLAVE(WS-IDX-REG)    TO REG-CLAVE
024922     MOVE WS-REG-ID(WS-IDX-REG)       TO REG-ID
024924     MOVE WS-REG-ESTADO(WS-IDX-REG)   TO REG-ESTADO
024926     MOVE WS-REG-MIEMBROS(WS-IDX-REG) TO REG-MIEMBROS
024928     MOVE WS-REG-HASH(WS-IDX-REG)     TO REG-HASH
024930     WRITE REG-REGISTRO.
024932 4510-EXIT.
024934     EXIT.
024936*================================================================
024938 4600-REGRABAR-MIEMBROS.
024940*================================================================
024942*    COMO EL DE GRUPOS, EL DE MIEMBROS SE REGRABA ENTERO: UN
024944*    MIEMBRO NO VISTO HOY SIGUE SIENDO MIEMBRO VISTO.
024946     OPEN OUTPUT GRUPO-MIE
024948     PERFORM 4610-GRABAR-MIEMBRO THRU 4610-EXIT
024950         VARYING WS-IDX-MIE FROM 1 BY 1
024952         UNTIL WS-IDX-MIE > WS-NUM-MIES
024954     CLOSE GRUPO-MIE.
024956 4600-EXIT.
024958     EXIT.
024960*================================================================
024962 4610-GRABAR-MIEMBRO.
024964*================================================================
024966     MOVE WS-MIE-ID(WS-IDX-MIE)      TO MIE-ID
024968     MOVE WS-MIE-CLAVE(WS-IDX-MIE)   TO MIE-CLAVE
024970     MOVE WS-MIE-PALABRA(WS-IDX-MIE) TO MIE-PALABRA
024972     MOVE WS-MIE-PRIMERA(WS-IDX-MIE) TO MIE-PRIMERA-VEZ
024974     WRITE MIE-REGISTRO.
024976 4610-EXIT.
024978     EXIT.
024980*================================================================
024982 4000-ESCRIBIR-RESUMEN.
025000*================================================================
025100     MOVE "PALABRAS LEIDAS"         TO RPT-RESUMEN-ETIQUETA
025200     MOVE WS-TOTAL-PALABRAS         TO RPT-RESUMEN-VALOR
026260     WRITE RPT-RESUMEN-REGISTRO
026270     MOVE "GRUPOS SIN CAMBIO"       TO RPT-RESUMEN-ETIQUETA
026280     MOVE WS-GRUPOS-IGUALES         TO RPT-RESUMEN-VALOR
026290     WRITE RPT-RESUMEN-REGISTRO
026291     MOVE "MIEMBROS NUEVOS"         TO RPT-RESUMEN-ETIQUETA
026292     MOVE WS-MIEMBROS-NUEVOS        TO RPT-RESUMEN-VALOR
026293     WRITE RPT-RESUMEN-REGISTRO
026294     IF WS-MIEMBROS-SIN-SITIO > 0
026295         MOVE "MIEMBROS SIN SITIO"  TO RPT-RESUMEN-ETIQUETA
026296         MOVE WS-MIEMBROS-SIN-SITIO TO RPT-RESUMEN-VALOR
026297         WRITE RPT-RESUMEN-REGISTRO
026298         MOVE 4 TO RETURN-CODE
026299     END-IF.
026300 4000-EXIT.
026400     EXIT.
026402*================================================================
026404 4700-PEDIR-NUMERO.
026406*================================================================
026408*    EL NUMERO SALE DE LA SERIE GRUPO DEL REGISTRO CENTRAL; SI
026410*    EL REGISTRO NO RESPONDE SE CUENTA EL SIGUIENTE AL MAYOR,
026412*    COMO SE HACIA ANTES, Y EL RESUMEN LO DENUNCIA.
026414     MOVE "A"        TO NUM-STD-FUNCION
026416     MOVE "GRUPO"    TO NUM-STD-SERIE
026418     MOVE "ANAGRUPO" TO NUM-STD-PROGRAMA
026420     MOVE WS-MAYOR-ID TO NUM-STD-BASE
026422     CALL "NUMERADOR" USING NUM-STD-AREA
026424     IF NUM-STD-ASIGNADO
026426         MOVE NUM-STD-NUMERO TO WS-MAYOR-ID
026428     ELSE
026430         ADD 1 TO WS-MAYOR-ID
026432         ADD 1 TO WS-IDS-SIN-REGISTRO
026434     END-IF.
026436 4700-EXIT.
026438     EXIT.
026440*================================================================
026442 4800-CERRAR-NUMERACION.
026444*================================================================
026446*    EL SERVICIO DE NUMERACION SE CIERRA AL TERMINAR; LOS IDS
026448*    CONTADOS SIN REGISTRO CENTRAL SE DENUNCIAN EN EL RESUMEN.
026450     IF WS-IDS-SIN-REGISTRO > 0
026452         MOVE "IDS SIN REGISTRO CENTRAL" TO RPT-RESUMEN-ETIQUETA
026454         MOVE WS-IDS-SIN-REGISTRO   TO RPT-RESUMEN-VALOR
026456         WRITE RPT-RESUMEN-REGISTRO
026458         MOVE 4 TO RETURN-CODE
026460     END-IF
026462     MOVE "C" TO NUM-STD-FUNCION
026464     CALL "NUMERADOR" USING NUM-STD-AREA.
026466 4800-EXIT.
026468     EXIT.
026500 END PROGRAM ANAGRUPO.
