003186*                    CONCURRENTE RECIBE DENEGADO Y TERMINA CON
003187*                    RC 12 SIN TOCAR EL CHECKPOINT COMPARTIDO
003188*                    NI LA CACHE ANAGRCAC.
003189* 2026-10-15  MNT    VOLUMEN FACTURABLE: LA TARJETA ANAGPARM
003190*                    CLIEN + CODIGO DICE A QUE CLIENTE DE
003191*                    CLIMAST PERTENECE EL LOTE DE PARES (SIN
003192*                    TARJETA, DESCONOC). AL TERMINAR SE ANADE A
003193*                    VOLTXT (VOLREG) UN REGISTRO CON LOS PARES
003194*                    PROCESADOS Y RECHAZADOS, Y CADA RECHAZO
003195*                    DEJA OTRO CON SU MOTIVO, PARA LA FACTURACION
003196*                    MENSUAL DE TEXTOS (FACTUTXT).
003197* 2026-10-15  MNT    LINAJE EN LOS RECHAZOS: CADA IMAGEN DE
003198*                    ANAGRREJ LLEVA FICHERO ANAGRAIN, FECHA DE
003199*                    NEGOCIO Y SECUENCIA DE LECTURA DEL PAR, COMO
003200*                    YA HACIA AREA_POL, PARA QUE EL ACUSE DE
003201*                    RECIBO (ACUSE) SE LO DEVUELVA AL SOCIO.
003202* 2026-10-15  MNT    TARJETA ANAGPARM DICCI=R: EL CONTRASTE CON
003203*                    DICCION PASA DE MARCAR A RECHAZAR. UN PAR
003204*                    CON ALGUNA PALABRA DESCONOCIDA SALE A
003205*                    ANAGRREJ CON MOTIVO PALABRA NO EN
003206*                    DICCIONARIO, DONDE EL PASO SUGIERE LE BUSCA
003207*                    LAS PALABRAS MAS PARECIDAS. SIN TARJETA, SE
003208*                    SIGUE MARCANDO CONOCIDAS/DESCONOCIDA.
003228*-----------------------------------------------------------------
003248 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003462     SELECT ANAGRAMA-PARM ASSIGN TO "ANAGPARM"
003476     SELECT NORMA-MAST ASSIGN TO "NORMAST"
003477         ORGANIZATION IS LINE SEQUENTIAL
003478         FILE STATUS IS WS-NRM-STATUS.
003479     SELECT ANAGRAMA-VOL ASSIGN TO "VOLTXT"
003480         ORGANIZATION IS LINE SEQUENTIAL
003481         FILE STATUS IS WS-VOL-STATUS.
003483     SELECT ANAGRAMA-IN ASSIGN TO "ANAGRAIN"
003490         ORGANIZATION IS LINE SEQUENTIAL.
003660     SELECT ANAGRAMA-RPT ASSIGN TO "ANAGRRPT"
003670         ORGANIZATION IS LINE SEQUENTIAL
003821     05  NRM-TIPO            PIC X(05).
003822     05  NRM-CAR-DE          PIC X(01).
003823     05  NRM-CAR-A           PIC X(01).
003824 FD  ANAGRAMA-VOL
003825     RECORDING MODE IS F.
003826     COPY VOLREG.
003827 FD  ANAGRAMA-IN
003828     RECORDING MODE IS F.
003830 01  IN-REGISTRO.
003840     05  IN-CADENA1          PIC X(100).
003850     05  IN-CADENA4          PIC X(100).
004888     05  RPT-CERCANIA        PIC X(08).
004889     05  FILLER              PIC X(01) VALUE SPACE.
004891     05  RPT-MODO            PIC X(05).
004893 01  RPT-RESUMEN-REGISTRO.
004900     05  RPT-RESUMEN-ETIQUETA PIC X(30).
004910     05  RPT-RESUMEN-VALOR     PIC Z(6)9.
004912 FD  ANAGRAMA-REJ
005867     88  WS-RPT-NO-EXISTE            VALUE "35".
005868 01  WS-REJ-STATUS           PIC X(02).
005869     88  WS-REJ-NO-EXISTE            VALUE "35".
005870 01  WS-VOL-STATUS           PIC X(02).
005871     88  WS-VOL-NO-EXISTE            VALUE "35".
005872*    CLIENTE AL QUE SE IMPUTA EL LOTE (TARJETA CLIEN).
005873 01  WS-CLIENTE-LOTE         PIC X(08) VALUE "DESCONOC".
005874 01  WS-CADA-CUANTO-CKP      PIC 9(08) COMP VALUE 100.
005875 01  WS-REGS-PROCESADOS      PIC 9(08) COMP VALUE ZERO.
005876 01  WS-REGS-A-SALTAR        PIC 9(08) COMP VALUE ZERO.
005877 01  WS-IDX-SALTO            PIC 9(08) COMP VALUE ZERO.
005878*    LINAJE DEL PAR EN CURSO: SU SECUENCIA DE LECTURA ES LA DE
005879*    LOS YA PROCESADOS MAS UNO (TAMBIEN TRAS UN REINICIO).
005880 01  WS-LINAJE-ACTUAL.
005881     05  WS-LIN-FICHERO      PIC X(10) VALUE "ANAGRAIN".
005882     05  WS-LIN-FECHA        PIC 9(08) VALUE ZERO.
005883     05  WS-LIN-SECUEN       PIC 9(09) VALUE ZERO.
005884 01  WS-SWITCHES.
005885     05  WS-FIN-FICHERO      PIC X(01) VALUE "N".
005890         88  FIN-FICHERO             VALUE "S".
005891     05  WS-PAR-VALIDO       PIC X(01) VALUE "S".
005892         88  PAR-VALIDO              VALUE "S".
005893         88  PAR-INVALIDO            VALUE "N".
005894 01  WS-MOTIVO-RECHAZO       PIC X(30).
005895 01  WS-PARM-STATUS          PIC X(02).
005896     88  WS-PARM-NO-EXISTE           VALUE "35".
005897     88  WS-PARM-FIN-FICHERO         VALUE "10".
005898*    MODO CERCANIA (TARJETA CERCA=S): PARA LOS PARES QUE NO SON
005899*    ANAGRAMAS SE MIDE CUANTAS LETRAS SOBRAN TRAS EL BARRIDO DE
005900*    INSPECT REPLACING, SE GRADUA LA CERCANIA EN EL INFORME Y
005901*    LOS PARES A 1 O 2 LETRAS SE LISTAN EN UNA SECCION FINAL DE
005902*    REVISION (POSIBLES ERRATAS ENTRE SISTEMAS DE ORIGEN).
005903 01  WS-MODO-CERCA           PIC X(01) VALUE "N".
005904     88  MODO-CERCA                  VALUE "S".
005905*    CONTRASTE CON DICCION (TARJETA DICCI): R RECHAZA LOS PARES
005906*    CON PALABRA DESCONOCIDA; SIN TARJETA SOLO SE MARCAN.
005907 01  WS-MODO-DICCIONARIO     PIC X(01) VALUE "M".
005908     88  DICC-RECHAZA                VALUE "R".
005909*    CORTACIRCUITOS DE RECHAZOS (TARJETA CORTE): UMBRAL EN
005910*    PORCENTAJE (0 = SIN CORTE) Y MINIMO ANTES DE MEDIR.
005911 01  WS-CORTE-PCT            PIC 9(03) VALUE 0.
005952*    ANAGPARM): MAPA CARACTER A CARACTER Y LETRAS PROPIAS QUE
005953*    LA VALIDACION ALFABETICA ACEPTA. SIN PERFIL, LA TABLA DE
005954*    PLEGADO DE SIEMPRE.
005955*    MODO FRASE: S = TODOS LOS PARES COMO FRASE, A = SOLO LOS
005956*    PARES CON BLANCOS INTERIORES, N = PALABRA A PALABRA.
005957 01  WS-MODO-FRASE           PIC X(01) VALUE "N".
005958     88  MODO-FRASE-TODO             VALUE "S".
005959     88  MODO-FRASE-AUTO             VALUE "A".
005960 01  WS-FRASE-APLICADA       PIC X(01) VALUE "N".
005961     88  FRASE-APLICADA              VALUE "S".
005962 01  WS-LARGO-FRASE          PIC 9(03) COMP VALUE ZERO.
005963 01  WS-IDX-FRASE            PIC 9(03) COMP VALUE ZERO.
005964 01  WS-PERFIL-PEDIDO        PIC X(08) VALUE SPACES.
005965 01  WS-PERFIL-CARGADO       PIC X(01) VALUE "N".
005966     88  PERFIL-CARGADO              VALUE "S".
005967 01  WS-PERFIL-MAPAS.
005968     05  WS-NUM-MAPAS        PIC 9(02) COMP VALUE ZERO.
005969     05  WS-MAPA-ENTRY OCCURS 30 TIMES.
005970         10  WS-MAPA-DE      PIC X(01).
005971         10  WS-MAPA-A       PIC X(01).
005972 01  WS-PERFIL-LETRAS.
005973     05  WS-NUM-LETRAS-P     PIC 9(02) COMP VALUE ZERO.
005974     05  WS-LETRA-PROPIA     OCCURS 20 TIMES PIC X(01).
005975 01  WS-CAMPO-NORM           PIC X(100).
005976 01  WS-IDX-NORM             PIC 9(03) COMP VALUE ZERO.
005977 01  WS-IDX-MAPA             PIC 9(02) COMP VALUE ZERO.
005978 01  WS-CAR-NORM             PIC X(01).
005979 01  WS-CAR-ACEPTADO         PIC X(01).
005980 01  WS-IDX-LETRA-P          PIC 9(02) COMP VALUE ZERO.
005981 01  WS-SWITCH-CACHE.
005982     05  WS-CACHE-ENCONTRADA PIC X(01) VALUE "N".
005983         88  CACHE-ENCONTRADA        VALUE "S".
005984 01  WS-CONTADORES.
005985     05  WS-TOTAL-PARES          PIC 9(08) COMP VALUE ZERO.
005986     05  WS-TOTAL-ANAGRAMAS      PIC 9(08) COMP VALUE ZERO.
005987     05  WS-TOTAL-NO-ANAGRAMAS   PIC 9(08) COMP VALUE ZERO.
005988     05  WS-TOTAL-RECHAZADOS     PIC 9(08) COMP VALUE ZERO.
005989     05  WS-TOTAL-CACHE-DESBORDES PIC 9(08) COMP VALUE ZERO.
005990     05  WS-TOTAL-DESCONOCIDOS    PIC 9(08) COMP VALUE ZERO.
005991     05  WS-TOTAL-CASI            PIC 9(08) COMP VALUE ZERO.
005992 PROCEDURE DIVISION.
006000 MAIN-PROCEDURE.
006001*    SIN CERROJO NO SE TOCA NADA: EL CHECKPOINT Y LA CACHE
006002*    ANAGRCAC SON ESTADO COMPARTIDO Y UNA SEGUNDA INSTANCIA
006032     ELSE
006033         OPEN OUTPUT ANAGRAMA-RPT ANAGRAMA-REJ
006034     END-IF.
006035     OPEN EXTEND ANAGRAMA-VOL.
006036     IF WS-VOL-NO-EXISTE
006037         OPEN OUTPUT ANAGRAMA-VOL
006038     END-IF.
006039     CALL "FECHANEG" USING FEC-NEG-AREA.
006040     MOVE SPACES TO RPT-REGISTRO.
006041     MOVE SPACES TO REJ-STD-REGISTRO.
006042     PERFORM CARGAR-PARAMETROS.
006043     PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN.
006044     PERFORM ABRIR-CACHE.
006045     PERFORM CARGAR-DICCIONARIO.
006046     PERFORM SALTAR-PROCESADOS.
006047     IF NOT FIN-FICHERO
006048         PERFORM LEER-PAR
006049         PERFORM PROCESAR-PAR UNTIL FIN-FICHERO
006050     END-IF.
006051     PERFORM ESCRIBIR-RESUMEN.
006052     PERFORM ESCRIBIR-VOLUMEN.
006055     CLOSE ANAGRAMA-CAC.
006057     PERFORM BORRAR-CHECKPOINT.
006060     CLOSE ANAGRAMA-IN ANAGRAMA-RPT ANAGRAMA-REJ.
006064     CLOSE ANAGRAMA-VOL.
006068     IF CORTE-DISPARADO
006312         MOVE 12 TO RETURN-CODE
006556     END-IF.
010689         END-EVALUATE
010690     END-IF.
010691     PERFORM LEER-NORMA.
010693 REGISTRAR-AUDITORIA.
010700*    ANOTA LA COMPARACION REALIZADA PARA PODER DEMOSTRAR ANTE
010800*    CUMPLIMIENTO COMO SE RESOLVIO CADA CONFLICTO DE NOMBRES,
010900*    A TRAVES DEL MODULO COMPARTIDO DE AUDITORIA. LA CLAVE SON
012260             MOVE IN-CADENA1 TO CADENA1
012270             MOVE IN-CADENA4 TO CADENA4
012280     END-READ.
012281 PROCESAR-PAR.
012282*    GUARDAMOS EL TEXTO ORIGINAL ANTES DE NORMALIZAR, PARA QUE LA
012283*    AUDITORIA Y LOS RECHAZOS REFLEJEN LO RECIBIDO.
012284     MOVE CADENA1 TO WS-CADENA1-ORIGINAL
012285     MOVE CADENA4 TO WS-CADENA4-ORIGINAL.
012286     PERFORM NORMALIZAR-CADENAS.
012287     PERFORM DECIDIR-MODO-FRASE.
012288     IF FRASE-APLICADA
012289         PERFORM COMPACTAR-FRASES
012290     END-IF.
012291     PERFORM VALIDAR-PAR.
012292     IF PAR-VALIDO AND DICC-RECHAZA
012293         PERFORM VALIDAR-DICCIONARIO
012296     END-IF.
012297     IF PAR-INVALIDO
012298         PERFORM RECHAZAR-PAR
012299     ELSE
012320         PERFORM ESCRIBIR-DETALLE-RPT
012330         ADD 1 TO WS-TOTAL-PARES
012340         IF VEREDICTO = "ANAGRAMAS"
012341             ADD 1 TO WS-TOTAL-ANAGRAMAS
012342         ELSE
012343             ADD 1 TO WS-TOTAL-NO-ANAGRAMAS
012344         END-IF
012345     END-IF.
012346     ADD 1 TO WS-REGS-PROCESADOS.
012347     IF FUNCTION MOD(WS-REGS-PROCESADOS, WS-CADA-CUANTO-CKP) = 0
012348         PERFORM GRABAR-CHECKPOINT
012349     END-IF.
012350     PERFORM COMPROBAR-CORTE.
012351     PERFORM LEER-PAR.
012352 ESCRIBIR-DETALLE-RPT.
012353     MOVE WS-CADENA1-ORIGINAL TO RPT-CADENA1.
012354     MOVE WS-CADENA4-ORIGINAL TO RPT-CADENA4.
012355     MOVE VEREDICTO TO RPT-VEREDICTO.
012356     MOVE WS-MARCA-DICCIONARIO TO RPT-DICCIONARIO.
012357     MOVE WS-CERCANIA TO RPT-CERCANIA.
012358     IF FRASE-APLICADA
012359         MOVE "FRASE" TO RPT-MODO
012360     ELSE
012361         MOVE SPACES TO RPT-MODO
012362     END-IF.
012363     WRITE RPT-REGISTRO.
012364 DECIDIR-MODO-FRASE.
012365*    CON TARJETA S TODO PAR ES FRASE; CON A SOLO LOS PARES QUE
012366*    TRAEN BLANCOS INTERIORES EN ALGUNA DE SUS CADENAS.
012367     MOVE "N" TO WS-FRASE-APLICADA.
012368     EVALUATE TRUE
012369         WHEN MODO-FRASE-TODO
012370             MOVE "S" TO WS-FRASE-APLICADA
012371         WHEN MODO-FRASE-AUTO
012372             MOVE CADENA1 TO WS-CAMPO-NORM
012373             PERFORM BUSCAR-BLANCO-INTERIOR
012374             MOVE CADENA4 TO WS-CAMPO-NORM
012375             PERFORM BUSCAR-BLANCO-INTERIOR
012376     END-EVALUATE.
012377 BUSCAR-BLANCO-INTERIOR.
012378     COMPUTE WS-LARGO-FRASE =
012379         FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-NORM, TRAILING)).
012380     PERFORM VARYING WS-IDX-FRASE FROM 1 BY 1
012381             UNTIL WS-IDX-FRASE > WS-LARGO-FRASE
012382         IF WS-CAMPO-NORM(WS-IDX-FRASE:1) = SPACE
012383             MOVE "S" TO WS-FRASE-APLICADA
012384             MOVE WS-LARGO-FRASE TO WS-IDX-FRASE
012385         END-IF
012386     END-PERFORM.
012387 COMPACTAR-FRASES.
012388*    EN MODO FRASE SE COMPARAN SOLO LAS LETRAS: BLANCOS, SIGNOS
012389*    Y DEMAS SE DESCARTAN TRAS LA NORMALIZACION (LAS LETRAS
012390*    PROPIAS DEL PERFIL, SI LO HAY, TAMBIEN SE CONSERVAN).
012391     MOVE CADENA1 TO WS-CAMPO-NORM.
012392     PERFORM COMPACTAR-UNA-CADENA.
012393     MOVE WS-CAMPO-NORM TO CADENA1.
012394     MOVE CADENA4 TO WS-CAMPO-NORM.
012395     PERFORM COMPACTAR-UNA-CADENA.
012396     MOVE WS-CAMPO-NORM TO CADENA4.
012397 COMPACTAR-UNA-CADENA.
012398     MOVE 0 TO WS-LARGO-FRASE.
012399     PERFORM VARYING WS-IDX-FRASE FROM 1 BY 1
012400             UNTIL WS-IDX-FRASE > 100
012401         MOVE WS-CAMPO-NORM(WS-IDX-FRASE:1) TO WS-CAR-NORM
012402         MOVE "N" TO WS-CAR-ACEPTADO
012403         IF WS-CAR-NORM >= "A" AND WS-CAR-NORM <= "Z"
012404             MOVE "S" TO WS-CAR-ACEPTADO
012405         END-IF
012406         PERFORM VARYING WS-IDX-LETRA-P FROM 1 BY 1
012407                 UNTIL WS-IDX-LETRA-P > WS-NUM-LETRAS-P
012408             IF WS-LETRA-PROPIA(WS-IDX-LETRA-P) = WS-CAR-NORM
012409                 MOVE "S" TO WS-CAR-ACEPTADO
012410                 MOVE WS-NUM-LETRAS-P TO WS-IDX-LETRA-P
012411             END-IF
012412         END-PERFORM
012413         IF WS-CAR-ACEPTADO = "S"
012414             ADD 1 TO WS-LARGO-FRASE
012415             MOVE WS-CAR-NORM
012416                 TO WS-CAMPO-NORM(WS-LARGO-FRASE:1)
012417         END-IF
012418     END-PERFORM.
012419     IF WS-LARGO-FRASE < 100
012420         COMPUTE WS-IDX-FRASE = WS-LARGO-FRASE + 1
012421         MOVE SPACES TO
012422             WS-CAMPO-NORM(WS-IDX-FRASE:101 - WS-IDX-FRASE)
012423     END-IF.
012424 ABRIR-CACHE.
012425*    LA CACHE DE VEREDICTOS ES AHORA UN FICHERO INDEXADO POR EL
012426*    PAR NORMALIZADO, SIN LIMITE DE ENTRADAS NI CARGA PREVIA EN
012427*    MEMORIA: CADA PAR SE LEE Y SE GRABA REGISTRO A REGISTRO.
012428*    SI EL FICHERO NO EXISTE, SE CREA VACIO.
012429     OPEN I-O ANAGRAMA-CAC.
012430     IF WS-CAC-NO-EXISTE
012431         OPEN OUTPUT ANAGRAMA-CAC
012432         CLOSE ANAGRAMA-CAC
012433         OPEN I-O ANAGRAMA-CAC
012434     END-IF.
012435 BUSCAR-EN-CACHE.
012436     MOVE "N" TO WS-CACHE-ENCONTRADA.
012437     MOVE CADENA1 TO CAC-CADENA1.
012438     MOVE CADENA4 TO CAC-CADENA4.
012439     READ ANAGRAMA-CAC
012440         INVALID KEY
012441             CONTINUE
012442         NOT INVALID KEY
012443             SET CACHE-ENCONTRADA TO TRUE
012444             MOVE CAC-VEREDICTO TO VEREDICTO
012445     END-READ.
012446 AGREGAR-A-CACHE.
012447*    EL PAR RESUELTO SE GRABA EN EL MOMENTO; UNA CLAVE REPETIDA
012448*    (OTRA CORRIDA LO GRABO ANTES) SE IGNORA SIN ERROR.
012449     MOVE CADENA1   TO CAC-CADENA1.
012450     MOVE CADENA4   TO CAC-CADENA4.
012451     MOVE VEREDICTO TO CAC-VEREDICTO.
012452     WRITE CAC-REGISTRO
012453         INVALID KEY
012454             CONTINUE
012455     END-WRITE.
012456 CARGAR-PARAMETROS.
012457*    TARJETA DE PARAMETROS OPCIONAL (ANAGPARM): CERCA=S ACTIVA
012458*    LA MEDICION DE CERCANIA DE LOS PARES QUE NO SON ANAGRAMAS.
012459     OPEN INPUT ANAGRAMA-PARM.
012460     IF WS-PARM-NO-EXISTE
012461         CONTINUE
012462     ELSE
012463         PERFORM LEER-PARAMETRO
012464         PERFORM PROCESAR-PARAMETRO
012465             UNTIL WS-PARM-FIN-FICHERO
012466         CLOSE ANAGRAMA-PARM
012467     END-IF.
012468 LEER-PARAMETRO.
012469     READ ANAGRAMA-PARM
012470         AT END
012471             MOVE "10" TO WS-PARM-STATUS
012472     END-READ.
012473 PROCESAR-PARAMETRO.
012474     EVALUATE PARM-TIPO
012475         WHEN "CERCA"
012476             IF PARM-VALOR = "S"
012477                 SET MODO-CERCA TO TRUE
012478             END-IF
012479         WHEN "PERFI"
012480             IF PARM-PERFIL NOT = SPACES
012481                 MOVE PARM-PERFIL(1:8) TO WS-PERFIL-PEDIDO
012482             END-IF
012483         WHEN "FRASE"
012484             IF PARM-VALOR = "S" OR PARM-VALOR = "A"
012485                 MOVE PARM-VALOR TO WS-MODO-FRASE
012486             END-IF
012487         WHEN "CLIEN"
012488             IF PARM-PERFIL(1:8) NOT = SPACES
012489                 MOVE PARM-PERFIL(1:8) TO WS-CLIENTE-LOTE
012490             END-IF
012491         WHEN "CORTE"
012492             IF PARM-CORTE-PCT IS NUMERIC
012493              AND PARM-CORTE-MIN IS NUMERIC
012494                 MOVE PARM-CORTE-PCT TO WS-CORTE-PCT
012495                 MOVE PARM-CORTE-MIN
012496                     TO WS-CORTE-MINIMO
012497             END-IF
012498         WHEN "DICCI"
012499             IF PARM-VALOR = "R"
012500                 SET DICC-RECHAZA TO TRUE
012502             END-IF
012503     END-EVALUATE.
012504     PERFORM LEER-PARAMETRO.
012621     IF WS-DIC-PALABRA(WS-DIC-IDX) = WS-PALABRA-DIC
012622         MOVE "S" TO WS-CONOCIDA-1
012623     END-IF.
012723 VALIDAR-DICCIONARIO.
012823*    CON DICCI=R UNA PALABRA DESCONOCIDA RECHAZA EL PAR ANTES
012923*    DE COMPARARLO, PARA QUE LA COLA DE REPARACION LO CORRIJA.
013023     PERFORM COMPROBAR-DICCIONARIO.
013123     IF WS-MARCA-DICCIONARIO = "DESCONOCIDA"
013223         MOVE "PALABRA NO EN DICCIONARIO" TO WS-MOTIVO-RECHAZO
013323         SET PAR-INVALIDO TO TRUE
013423     END-IF.
013523 VALIDAR-PAR.
013623*    DESCARTA PARES EN BLANCO, DEMASIADO LARGOS (SIN HUECO
013723*    FINAL, SENAL DE POSIBLE TRUNCADO EN ORIGEN) O CON
013823*    CARACTERES NO ALFABETICOS UNA VEZ NORMALIZADOS.
013923     SET PAR-VALIDO TO TRUE.
014023     IF CADENA1 = SPACES OR CADENA4 = SPACES
014123         MOVE "BLANCO O VACIO" TO WS-MOTIVO-RECHAZO
014223         SET PAR-INVALIDO TO TRUE
014323     ELSE
014423         IF CADENA1(100:1) NOT = SPACE OR
014523            CADENA4(100:1) NOT = SPACE
014623             MOVE "DEMASIADO LARGO" TO WS-MOTIVO-RECHAZO
014723             SET PAR-INVALIDO TO TRUE
014823         ELSE
014923             IF PERFIL-CARGADO
015023                 PERFORM VALIDAR-ALFABETO-PERFIL
015123             ELSE
015223                 IF CADENA1 IS NOT ALPHABETIC OR
015323                    CADENA4 IS NOT ALPHABETIC
015423                     MOVE "CARACTERES NO ALFABETICOS"
015523                         TO WS-MOTIVO-RECHAZO
015623                     SET PAR-INVALIDO TO TRUE
015723                 END-IF
015823             END-IF
015923         END-IF
016023     END-IF.
016123 VALIDAR-ALFABETO-PERFIL.
016223*    CON PERFIL CARGADO, LAS LETRAS PROPIAS DEL IDIOMA SE
016323*    ACEPTAN JUNTO A A-Z Y BLANCOS; CUALQUIER OTRO CARACTER
016423*    SIGUE RECHAZANDO EL PAR.
016523     MOVE CADENA1 TO WS-CAMPO-NORM.
016623     PERFORM VALIDAR-CAMPO-PERFIL.
016723     MOVE CADENA4 TO WS-CAMPO-NORM.
016823     PERFORM VALIDAR-CAMPO-PERFIL.
016923 VALIDAR-CAMPO-PERFIL.
017023     PERFORM VARYING WS-IDX-NORM FROM 1 BY 1
017123             UNTIL WS-IDX-NORM > 100
017223         MOVE WS-CAMPO-NORM(WS-IDX-NORM:1) TO WS-CAR-NORM
017323         MOVE "N" TO WS-CAR-ACEPTADO
017423         IF WS-CAR-NORM = SPACE
017523          OR (WS-CAR-NORM >= "A" AND WS-CAR-NORM <= "Z")
017623             MOVE "S" TO WS-CAR-ACEPTADO
017723         END-IF
017823         PERFORM VARYING WS-IDX-LETRA-P FROM 1 BY 1
017923                 UNTIL WS-IDX-LETRA-P > WS-NUM-LETRAS-P
018023             IF WS-LETRA-PROPIA(WS-IDX-LETRA-P) = WS-CAR-NORM
018123                 MOVE "S" TO WS-CAR-ACEPTADO
018223                 MOVE WS-NUM-LETRAS-P TO WS-IDX-LETRA-P
018323             END-IF
018423         END-PERFORM
018523         IF WS-CAR-ACEPTADO = "N"
018623             MOVE "CARACTERES NO ALFABETICOS"
018723                 TO WS-MOTIVO-RECHAZO
018823             SET PAR-INVALIDO TO TRUE
018923             MOVE 100 TO WS-IDX-NORM
019023         END-IF
019123     END-PERFORM.
019223 RECHAZAR-PAR.
019323*    LA IMAGEN DEL RECHAZO ES EL REGISTRO DE ENTRADA TAL CUAL
019423*    LLEGO: LAS DOS CADENAS ORIGINALES EN SUS COLUMNAS.
019523     MOVE SPACES TO REJ-STD-REGISTRO.
019623     MOVE "ANAGRAMA" TO REJ-STD-PROGRAMA.
019723     CALL "FECHANEG" USING FEC-NEG-AREA
019823     MOVE FEC-NEG-FECHA TO REJ-STD-FECHA.
019923     MOVE WS-MOTIVO-RECHAZO TO REJ-STD-MOTIVO.
020023     MOVE WS-CADENA1-ORIGINAL TO REJ-STD-IMAGEN(1:100).
020123     MOVE WS-CADENA4-ORIGINAL TO REJ-STD-IMAGEN(101:100).
020223     MOVE FEC-NEG-FECHA TO WS-LIN-FECHA.
020323     COMPUTE WS-LIN-SECUEN = WS-REGS-PROCESADOS + 1.
020423     MOVE WS-LINAJE-ACTUAL TO REJ-STD-LINAJE.
020523     WRITE REJ-STD-REGISTRO.
020623     ADD 1 TO WS-TOTAL-RECHAZADOS.
020723     PERFORM ANOTAR-RECHAZO-VOL.
020823 ANOTAR-RECHAZO-VOL.
020923*    CADA RECHAZO QUEDA EN VOLTXT CON SU MOTIVO Y LA PRIMERA
021023*    CADENA: LA FACTURA LO LISTA AL CLIENTE SIN COBRARLO.
021123     MOVE SPACES TO VOL-REGISTRO.
021223     MOVE "R" TO VOL-TIPO.
021323     MOVE FEC-NEG-FECHA TO VOL-FECHA.
021423     MOVE FEC-NEG-CORRIDA TO VOL-CORRIDA.
021523     MOVE "ANAGRAMA" TO VOL-PROGRAMA.
021623     MOVE WS-CLIENTE-LOTE TO VOL-CLIENTE.
021723     MOVE 0 TO VOL-FACTURABLES.
021823     MOVE 1 TO VOL-RECHAZADOS.
021923     MOVE 0 TO VOL-REPETIDOS.
022023     MOVE WS-MOTIVO-RECHAZO TO VOL-MOTIVO.
022123     MOVE WS-CADENA1-ORIGINAL(1:40) TO VOL-REFERENCIA.
022223     WRITE VOL-REGISTRO.
022323 ESCRIBIR-VOLUMEN.
022423*    VOLUMEN DEL LOTE PARA LA FACTURACION MENSUAL: LOS PARES
022523*    RESUELTOS SE FACTURAN, LOS RECHAZADOS NO.
022623     MOVE SPACES TO VOL-REGISTRO.
022723     MOVE "V" TO VOL-TIPO.
022823     MOVE FEC-NEG-FECHA TO VOL-FECHA.
022923     MOVE FEC-NEG-CORRIDA TO VOL-CORRIDA.
023023     MOVE "ANAGRAMA" TO VOL-PROGRAMA.
023123     MOVE WS-CLIENTE-LOTE TO VOL-CLIENTE.
023223     MOVE WS-TOTAL-PARES TO VOL-FACTURABLES.
023323     MOVE WS-TOTAL-RECHAZADOS TO VOL-RECHAZADOS.
023423     MOVE 0 TO VOL-REPETIDOS.
023523     WRITE VOL-REGISTRO.
023623 ESCRIBIR-RESUMEN.
023723     MOVE "PARES PROCESADOS"        TO RPT-RESUMEN-ETIQUETA.
023823     MOVE WS-TOTAL-PARES            TO RPT-RESUMEN-VALOR.
023923     WRITE RPT-RESUMEN-REGISTRO.
024023     MOVE "TOTAL ANAGRAMAS"         TO RPT-RESUMEN-ETIQUETA.
024123     MOVE WS-TOTAL-ANAGRAMAS        TO RPT-RESUMEN-VALOR.
024223     WRITE RPT-RESUMEN-REGISTRO.
024323     MOVE "TOTAL NO ANAGRAMAS"      TO RPT-RESUMEN-ETIQUETA.
024423     MOVE WS-TOTAL-NO-ANAGRAMAS     TO RPT-RESUMEN-VALOR.
024523     WRITE RPT-RESUMEN-REGISTRO.
024623     MOVE "PARES RECHAZADOS"       TO RPT-RESUMEN-ETIQUETA.
024723     MOVE WS-TOTAL-RECHAZADOS      TO RPT-RESUMEN-VALOR.
024823     WRITE RPT-RESUMEN-REGISTRO.
024923     IF WS-DIC-PERDIDAS > 0
025023         MOVE "PALABRAS DIC SIN CARGAR" TO RPT-RESUMEN-ETIQUETA
025123         MOVE WS-DIC-PERDIDAS TO RPT-RESUMEN-VALOR
025223         WRITE RPT-RESUMEN-REGISTRO
025323         DISPLAY "ANAGRAMA: AVISO, " WS-DIC-PERDIDAS
025423             " PALABRAS DEL DICCIONARIO NO CABEN EN LA TABLA"
025523             " (LIMITE 5000)"
025623     END-IF.
025723     MOVE "PARES CON PALABRA DESCONOCIDA" TO
025823         RPT-RESUMEN-ETIQUETA.
025923     MOVE WS-TOTAL-DESCONOCIDOS    TO RPT-RESUMEN-VALOR.
026023     WRITE RPT-RESUMEN-REGISTRO.
026123     IF MODO-CERCA
026223         MOVE "PARES CASI ANAGRAMAS" TO RPT-RESUMEN-ETIQUETA
026323         MOVE WS-TOTAL-CASI TO RPT-RESUMEN-VALOR
026423         WRITE RPT-RESUMEN-REGISTRO
026523     END-IF.
026623     MOVE "PARES CACHE DESBORDADOS" TO RPT-RESUMEN-ETIQUETA.
026723     MOVE WS-TOTAL-CACHE-DESBORDES  TO RPT-RESUMEN-VALOR.
026823     WRITE RPT-RESUMEN-REGISTRO.
026923     IF MODO-CERCA AND WS-NUM-REVISION > 0
027023         PERFORM ESCRIBIR-SECCION-REVISION
027123     END-IF.
027223 ESCRIBIR-SECCION-REVISION.
027323*    SECCION FINAL CON LOS PARES A 0, 1 O 2 LETRAS DE SER
027423*    ANAGRAMAS: CANDIDATOS A ERRATA ENTRE SISTEMAS DE ORIGEN.
027523     MOVE SPACES TO RPT-REGISTRO.
027623     MOVE "PARES A REVISAR (CASI ANAGRAMAS)" TO RPT-CADENA1.
027723     WRITE RPT-REGISTRO.
027823     PERFORM ESCRIBIR-UNA-REVISION
027923         VARYING WS-IDX-MED FROM 1 BY 1
028023         UNTIL WS-IDX-MED > WS-NUM-REVISION.
028123 ESCRIBIR-UNA-REVISION.
028223     MOVE SPACES TO RPT-REGISTRO.
028323     MOVE WS-REV-CADENA1(WS-IDX-MED) TO RPT-CADENA1.
028423     MOVE WS-REV-CADENA4(WS-IDX-MED) TO RPT-CADENA4.
028523     MOVE "A REVISAR" TO RPT-VEREDICTO.
028623     MOVE WS-REV-SOBRAN(WS-IDX-MED) TO RPT-CERCANIA.
028723     WRITE RPT-REGISTRO.
028823 END PROGRAM ANAGRAMA.
