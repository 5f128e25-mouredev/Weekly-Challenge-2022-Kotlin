001427*                    COMO CADENA. SOLO LA CADENA ROTA (3560) SE
001428*                    DEVUELVE COMO UN UNICO REGISTRO SIN MARCA,
001429*                    A PROPOSITO: YA NO ERA UNA CADENA VALIDA.
001430* 2026-10-15  MNT    VOLUMEN FACTURABLE POR CLIENTE: AL CERRAR
001431*                    CADA CLIENTE SE ANADE A VOLTXT (VOLREG) UN
001432*                    REGISTRO CON SUS TEXTOS PROCESADOS Y SUS
001433*                    RECHAZOS, Y CADA RECHAZO DEJA OTRO CON SU
001434*                    MOTIVO, PARA LA FACTURACION MENSUAL DE
001435*                    TEXTOS (FACTUTXT), QUE NO COBRA RECHAZOS.
001436* 2026-10-15  MNT    TEXTOS REPETIDOS ENTRE DIAS: CADA TEXTO
001437*                    VALIDO DEJA SU HUELLA (HASH DEL TEXTO
001438*                    NORMALIZADO Y LARGO) POR CLIENTE EN EL
001439*                    REGISTRO INDEXADO HUELLTXT, CON LA PRIMERA Y
001440*                    LA ULTIMA FECHA DE NEGOCIO EN QUE SE VIO.
001441*                    UN TEXTO YA VISTO EN LOS ULTIMOS N DIAS
001442*                    (TARJETA PALINPARM REPE, 7 POR DEFECTO, 000
001443*                    DESACTIVA) SE MARCA Y SE LISTA EN UNA
001444*                    SECCION PROPIA DEL INFORME; EL VOLUMEN DEL
001445*                    CLIENTE EN VOLTXT LLEVA SUS REPETIDOS PARA
001446*                    EL INFORME SEMANAL REPESEM.
001447* 2026-10-15  MNT    LINAJE EN LOS RECHAZOS: CADA IMAGEN DE
001448*                    PALINDREJ LLEVA FICHERO ELTEXTO, FECHA DE
001449*                    NEGOCIO Y SECUENCIA FISICA DE LECTURA DE SU
001450*                    SEGMENTO, COMO YA HACIA AREA_POL, PARA QUE
001451*                    EL ACUSE DE RECIBO (ACUSE) SE LO DEVUELVA
001452*                    AL CLIENTE.
001453* 2026-10-15  MNT    CORRIDAS EN PARALELO POR TROZOS: CON LA
001454*                    TARJETA PALINPARM TROZO (QUE ESCRIBE EL
001455*                    PARTIDOR PARTETXT) LA CORRIDA TRATA UN TROZO
001456*                    DE ELTEXTO CON CERROJO Y CHECKPOINT PROPIOS
001457*                    (PALIND+NN), ESTAMPA EN LOS RECHAZOS LA
001458*                    SECUENCIA DEL ELTEXTO ORIGINAL Y CIERRA EL
001459*                    INFORME CON UNA LINEA FIN DE TROZO (FISICOS
001460*                    LEIDOS Y SU HASH) PARA QUE EL CASADOR UNETXT
001461*                    PRUEBE QUE LOS TROZOS SUMAN EL ORIGINAL.
001462* 2026-10-15  MNT    POLITICA DE VEREDICTO POR CLIENTE: CADA
001463*                    CLIENTE DECLARA EN CLIMAST SU POLITICA DEL
001464*                    MAESTRO POLMAST (DIGITOS FUERA, LARGO MINIMO
001465*                    NORMALIZADO Y UMBRAL DE CASI PALINDROMO QUE
001466*                    APRUEBA); SIN ELLA VALE LA POLITICA DEFECTO.
001467*                    EL VEREDICTO SE DA TEXTO A TEXTO CON LA
001468*                    POLITICA DEL CLIENTE (NUEVOS VEREDICTOS
001469*                    CORTO, QUE CUENTA COMO ERROR, Y ACEPTADO, QUE
001470*                    CUENTA COMO PERFECTO); LA POLITICA SALE EN
001471*                    CADA LINEA DE DETALLE Y EN LOS SUBTOTALES DEL
001472*                    CLIENTE, Y PALINTOT ANADE AL FINAL LOS
001473*                    CONTADORES POR POLITICA PARA QUE LAS
001474*                    COMPARACIONES ENTRE MESES SIGAN SIENDO
001475*                    HOMOGENEAS.
001476* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
001477*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
001478*                    ESCRIBEN EL MAESTRO.
001479* 2026-10-15  MNT    EL REGISTRO DE PALINTOT SE TOMA DEL COPY
001480*                    TOTREG, COMUN A QUIEN LO ESCRIBE Y A QUIEN LO
001481*                    LEE.
001482* 2026-10-15  MNT    SI HUELLTXT NO SE PUEDE ABRIR SE AVISA EN EL
001483*                    INFORME, NO SE DETECTAN REPETIDOS Y LA
001484*                    CORRIDA TERMINA CON RC 4. EL RC DE LA CORRIDA
001485*                    SE GUARDA EN WS-RC-FINAL PORQUE LAS LLAMADAS
001486*                    DE CIERRE LO PISABAN.
001487* 2026-10-15  MNT    LOS REGISTROS DE VOLTXT SE GUARDAN HASTA EL
001488*                    CHECKPOINT Y EL CLIENTE ABIERTO VA AL
001489*                    CHECKPOINT (PCLI): EL REINICIO NO DUPLICA NI
001490*                    PIERDE VOLUMEN.
001491*----------------------------------------------------------------
001492 ENVIRONMENT     DIVISION.
001493 INPUT-OUTPUT    SECTION.
001494 FILE-CONTROL.
001495     SELECT PALINDROMO-PARM ASSIGN TO "PALINPARM"
001496         ORGANIZATION IS LINE SEQUENTIAL
001497         FILE STATUS IS WS-PARM-STATUS.
001500     SELECT ELTEXTO-FILE ASSIGN TO "ELTEXTO"
001510         ORGANIZATION IS LINE SEQUENTIAL.
001520     SELECT PALINDROMO-RPT ASSIGN TO "PALINDRPT"
001640     SELECT NORMA-MAST ASSIGN TO "NORMAST"
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-NRM-STATUS.
001662     SELECT PALINDROMO-VOL ASSIGN TO "VOLTXT"
001664         ORGANIZATION IS LINE SEQUENTIAL
001666         FILE STATUS IS WS-VOL-STATUS.
001667     SELECT HUELLA-TXT ASSIGN TO "HUELLTXT"
001668         ORGANIZATION IS INDEXED
001669         ACCESS MODE IS RANDOM
001670         RECORD KEY IS HUE-CLAVE
001671         FILE STATUS IS WS-HUE-STATUS.
001672     SELECT POLITICA-MAST ASSIGN TO "POLMAST"
001673         ORGANIZATION IS LINE SEQUENTIAL
001674         FILE STATUS IS WS-POL-STATUS.
001676 DATA            DIVISION.
001680 FILE            SECTION.
001690 FD  PALINDROMO-PARM
001700     RECORDING MODE IS F.
001930 01  RPT-CLIENTE-CABECERA.
001940     05  RPT-CLI-CAB-LIT     PIC X(09) VALUE "CLIENTE: ".
001950     05  RPT-CLI-CAB-CODIGO  PIC X(08).
001951 01  RPT-TROZO-REGISTRO.
001952     05  RPT-TRZ-LIT         PIC X(13).
001953     05  RPT-TRZ-NUMERO      PIC 9(02).
001954     05  RPT-TRZ-LIT-FIS     PIC X(09).
001955     05  RPT-TRZ-FISICOS     PIC 9(09).
001956     05  RPT-TRZ-LIT-HASH    PIC X(06).
001957     05  RPT-TRZ-HASH        PIC 9(18).
001958 01  RPT-POLCLI-REGISTRO.
001959     05  RPT-POLCLI-ETIQUETA PIC X(30).
001960     05  RPT-POLCLI-CODIGO   PIC X(08).
001961 01  RPT-POLITICA-REGISTRO.
001962     05  RPT-POL-LIT         PIC X(09).
001963     05  RPT-POL-CODIGO      PIC X(08).
001964     05  RPT-POL-LIT-PRO     PIC X(12).
001965     05  RPT-POL-PROCESADOS  PIC Z(7)9.
001966     05  RPT-POL-LIT-PER     PIC X(10).
001967     05  RPT-POL-PERFECTO    PIC Z(7)9.
001968     05  RPT-POL-LIT-ACE     PIC X(10).
001969     05  RPT-POL-ACEPTADO    PIC Z(7)9.
001970     05  RPT-POL-LIT-COR     PIC X(07).
001971     05  RPT-POL-CORTO       PIC Z(7)9.
001972     05  RPT-POL-LIT-ERR     PIC X(07).
001973     05  RPT-POL-ERROR       PIC Z(7)9.
001975 FD  PALINDROMO-REJ
001977     RECORDING MODE IS F.
001980     COPY REJSTD.
001990 FD  PALINDROMO-TOT
002000     RECORDING MODE IS F.
002020     COPY TOTREG.
002080 FD  CLIENTE-MAST
002090     RECORDING MODE IS F.
002110     COPY CLIREG.
002170 FD  NORMA-MAST
002180     RECORDING MODE IS F.
002190 01  NRM-REGISTRO.
002210     05  NRM-TIPO            PIC X(05).
002220     05  NRM-CAR-DE          PIC X(01).
002230     05  NRM-CAR-A           PIC X(01).
002232 FD  PALINDROMO-VOL
002234     RECORDING MODE IS F.
002236     COPY VOLREG.
002237 FD  HUELLA-TXT.
002238 01  HUE-REGISTRO.
002239     05  HUE-CLAVE.
002240         10  HUE-CLIENTE     PIC X(08).
002241         10  HUE-HASH        PIC 9(18).
002242         10  HUE-LARGO       PIC 9(05).
002243     05  HUE-PRIMERA         PIC 9(08).
002244     05  HUE-ULTIMA          PIC 9(08).
002245     05  HUE-VECES           PIC 9(07).
002246 FD  POLITICA-MAST
002247     RECORDING MODE IS F.
002248     COPY POLREG.
002249 WORKING-STORAGE SECTION.
002250*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
002260     COPY FECNEG.
002270*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
002990 01  WS-CLM-STATUS           PIC X(02).
003000     88  WS-CLM-NO-EXISTE                 VALUE "35".
003010     88  WS-CLM-FIN-FICHERO               VALUE "10".
003013 01  WS-VOL-STATUS           PIC X(02).
003014     88  WS-VOL-NO-EXISTE                 VALUE "35".
003015 01  WS-HUE-STATUS           PIC X(02).
003016     88  WS-HUE-NO-EXISTE                 VALUE "35".
003017*    TEXTOS REPETIDOS: VENTANA EN DIAS (TARJETA REPE; 0 = SIN
003018*    DETECCION), HUELLA DEL TEXTO EN CURSO Y TABLA DE LOS
003019*    PRIMEROS 100 REPETIDOS PARA LA SECCION DEL INFORME.
003020 01  WS-REPE-DIAS            PIC 9(03) VALUE 7.
003021 01  WS-HUELLA-ACTIVA        PIC X(01) VALUE "N".
003022     88  HUELLA-ACTIVA               VALUE "S".
003023     88  HUELLA-FALLIDA              VALUE "F".
003025 01  WS-HUE-HASH             PIC 9(18) VALUE ZERO.
003026 01  WS-HUE-TROZO            PIC X(200).
003027 01  WS-HUE-LARGO-TROZO      PIC 9(03) VALUE 200.
003028 01  WS-HUE-POSICION         PIC 9(09) VALUE ZERO.
003029 01  WS-HUE-LARGO            PIC 9(05) VALUE ZERO.
003030 01  WS-HUE-OFFSET           PIC 9(05) COMP VALUE ZERO.
003031 01  WS-HUE-DIAS             PIC S9(07) COMP VALUE ZERO.
003032 01  WS-EDIT-VECES           PIC ZZZZZZ9.
003033 01  WS-IDX-REPE             PIC 9(03) COMP VALUE ZERO.
003034 01  WS-TOTAL-REPETIDOS      PIC 9(08) COMP VALUE 0.
003035 01  WS-TABLA-REPE.
003036     05  WS-NUM-REPE         PIC 9(03) COMP VALUE 0.
003037     05  WS-REPE-ENTRY OCCURS 100 TIMES.
003038         10  WS-REPE-CLIENTE PIC X(08).
003039         10  WS-REPE-TEXTO   PIC X(60).
003040         10  WS-REPE-PRIMERA PIC 9(08).
003041         10  WS-REPE-VECES   PIC 9(07).
003042         10  WS-REPE-POLITICA PIC X(08).
003044*    MAESTRO DE CLIENTES: SOLO SE POLICIA EL CODIGO CUANDO EL
003046*    FICHERO EXISTE; SIN MAESTRO TODO CODIGO PASA, COMO SIEMPRE.
003048 01  WS-HAY-CLIMAST          PIC X(01) VALUE "N".
003050     88  HAY-CLIMAST                 VALUE "S".
003060 01  WS-TABLA-CLIENTES.
003070     05  WS-NUM-CLIENTES     PIC 9(03) COMP VALUE ZERO.
003570*    IDIOMA POR CLIENTE, EN PARALELO A LA TABLA DE CLIENTES.
003580 01  WS-TABLA-IDIOMAS.
003590     05  WS-CLM-IDIOMA       OCCURS 200 TIMES PIC X(08).
003591*    POLITICA DE VEREDICTO POR CLIENTE, TAMBIEN EN PARALELO.
003592 01  WS-TABLA-POLCLI.
003593     05  WS-CLM-POLITICA     OCCURS 200 TIMES PIC X(08).
003594 01  WS-POL-STATUS           PIC X(02).
003595     88  WS-POL-NO-EXISTE                 VALUE "35".
003596     88  WS-POL-FIN-FICHERO               VALUE "10".
003597*    POLITICAS DE VEREDICTO (MAESTRO POLMAST): LA PRIMERA ES
003598*    SIEMPRE DEFECTO; LAS DEMAS EN EL ORDEN DEL MAESTRO, HASTA 8.
003599*    CADA UNA LLEVA SUS CONTADORES DE LA CORRIDA: PERFECTO,
003600*    ACEPTADO, CORTO Y ERROR SON EXCLUYENTES; EN MODO PALABRAS
003601*    SOLO CUENTAN LOS PROCESADOS.
003602 01  WS-TABLA-POLITICAS.
003603     05  WS-NUM-POLITICAS    PIC 9(02) COMP VALUE ZERO.
003604     05  WS-POL-ENTRY OCCURS 8 TIMES.
003605         10  WS-POL-CODIGO   PIC X(08).
003606         10  WS-POL-SIN-DIGITOS PIC X(01).
003607         10  WS-POL-LARGO-MIN PIC 9(05).
003608         10  WS-POL-CASI-PCT PIC 9(03)V99.
003609         10  WS-POL-PROCESADOS PIC 9(09) COMP.
003610         10  WS-POL-PERFECTO PIC 9(09) COMP.
003611         10  WS-POL-ACEPTADO PIC 9(09) COMP.
003612         10  WS-POL-CORTO    PIC 9(09) COMP.
003613         10  WS-POL-ERROR    PIC 9(09) COMP.
003614 01  WS-IDX-POL              PIC 9(02) COMP VALUE ZERO.
003615 01  WS-POLITICAS-USADAS     PIC 9(02) COMP VALUE ZERO.
003616*    POLITICA DEL CLIENTE EN CURSO: LA DE SU FICHA Y LA QUE SE
003617*    APLICA (SU POSICION EN LA TABLA Y SUS REGLAS).
003618 01  WS-POLITICA-CLIENTE     PIC X(08) VALUE SPACES.
003619 01  WS-POLITICA-ACTIVA.
003620     05  WS-IDX-POL-ACT      PIC 9(02) COMP VALUE 1.
003621     05  WS-POL-ACT-CODIGO   PIC X(08) VALUE "DEFECTO".
003622     05  WS-POL-ACT-SIN-DIGITOS PIC X(01) VALUE "N".
003623         88  POL-ACT-SIN-DIGITOS     VALUE "S".
003624     05  WS-POL-ACT-LARGO-MIN PIC 9(05) VALUE ZERO.
003625     05  WS-POL-ACT-CASI-PCT PIC 9(03)V99 VALUE ZERO.
003626 01  WS-VEREDICTO-POL        PIC X(08) VALUE SPACES.
003627     88  VEREDICTO-PERFECTO          VALUE "PERFECTO".
003628     88  VEREDICTO-ACEPTADO          VALUE "ACEPTADO".
003629     88  VEREDICTO-CORTO             VALUE "CORTO".
003630*    LOS CONTADORES POR POLITICA VAN AL SERVICIO DE CHECKPOINT EN
003631*    DOS ENTRADAS PROPIAS (PPOL + A/B + TROZO, 00 SIN TROZOS), DOS
003632*    CONTADORES DE NUEVE CIFRAS EN CADA UNO DE LOS OCHO: A GUARDA
003633*    PROCESADOS Y PERFECTO, B ACEPTADO Y CORTO; EL ERROR SE
003634*    DEDUCE.
003635 01  WS-CKP-POL-CLAVE.
003636     05  FILLER              PIC X(04) VALUE "PPOL".
003637     05  WS-CKP-POL-PARTE    PIC X(01) VALUE "A".
003638     05  WS-CKP-POL-TROZO    PIC 9(02) VALUE ZERO.
003639     05  FILLER              PIC X(01) VALUE SPACE.
003640 01  WS-CKP-POL-ALTO        PIC 9(09) COMP VALUE ZERO.
003641 01  WS-CKP-POL-BAJO        PIC 9(09) COMP VALUE ZERO.
003642*    EL CLIENTE ABIERTO AL GRABAR EL CHECKPOINT VA EN OTRA ENTRADA
003643*    PROPIA (PCLI + TROZO): CODIGO, MARCA DE ABIERTO Y SUS CUATRO
003644*    CONTADORES, PARA QUE UN REINICIO LO RETOME DONDE ESTABA. EL
003645*    AREA OCUPA LOS OCHO CONTADORES DEL SERVICIO (144 POSICIONES).
003646 01  WS-CKP-CLI-CLAVE.
003647     05  FILLER              PIC X(04) VALUE "PCLI".
003648     05  WS-CKP-CLI-TROZO    PIC 9(02) VALUE ZERO.
003649     05  FILLER              PIC X(02) VALUE SPACES.
003650 01  WS-CKP-CLIENTE.
003651     05  WS-CKC-CLIENTE      PIC X(08) VALUE SPACES.
003652     05  WS-CKC-ABIERTO      PIC X(01) VALUE "N".
003653         88  CKC-CLIENTE-ABIERTO     VALUE "S".
003654     05  FILLER              PIC X(09) VALUE ZEROS.
003655     05  WS-CKC-PERFECTO     PIC 9(18) VALUE ZERO.
003656     05  WS-CKC-ERROR        PIC 9(18) VALUE ZERO.
003657     05  WS-CKC-RECHAZADO    PIC 9(18) VALUE ZERO.
003658     05  WS-CKC-REPETIDO     PIC 9(18) VALUE ZERO.
003659     05  FILLER              PIC X(54) VALUE ZEROS.
003660*    REGISTROS DE VOLTXT PENDIENTES DE GRABAR: SE GUARDAN AQUI Y
003661*    SE GRABAN JUSTO ANTES DE CADA CHECKPOINT Y AL FINAL, DE MODO
003662*    QUE EN VOLTXT NUNCA HAY NADA POSTERIOR AL ULTIMO CHECKPOINT
003663*    Y UN REINICIO NO LOS DUPLICA. CADA REGISTRO DE ENTRADA DEJA
003664*    A LO SUMO DOS (EL "V" DEL CLIENTE QUE SE CIERRA Y SU "R").
003665 01  WS-TABLA-VOLUMEN.
003666     05  WS-NUM-VOLUMEN      PIC 9(03) COMP VALUE ZERO.
003667     05  WS-VOL-PENDIENTE    OCCURS 250 TIMES PIC X(126).
003668 01  WS-IDX-VOL              PIC 9(03) COMP VALUE ZERO.
003669*    LONGITUD REAL DEL REGISTRO VARIABLE DEL INFORME Y CAMPOS
003670*    DE COMPOSICION DE LA LINEA DE DETALLE RECORTADA.
003671 01  WS-RPT-LONG             PIC 9(05) COMP VALUE 41.
003672 01  WS-RC-FINAL             PIC 9(03) VALUE ZERO.
003673 01  WS-PUNTERO-RPT          PIC 9(05) COMP VALUE 1.
003674 01  WS-DETALLE.
003675     05  WS-DET-CLIENTE      PIC X(08).
003676     05  WS-DET-POLITICA     PIC X(08).
003677     05  WS-DET-TEXTO        PIC X(23976).
003678     05  WS-DET-MITEXTO      PIC X(23976).
003680     05  WS-DET-LARGO        PIC ZZZZ9.
003690     05  WS-DET-VEREDICTO    PIC X(08).
003700     05  WS-DET-FALLOS       PIC ZZZ9.
003740 01  WS-REGS-PROCESADOS      PIC 9(08) COMP VALUE 0.
003750*    TOTAL DE REGISTROS LOGICOS PROCESADOS EN ESTA EJECUCION
003760 01  WS-REGS-FISICOS         PIC 9(08) COMP VALUE 0.
003761*    LINAJE DEL TEXTO EN CURSO: SECUENCIA FISICA DE SU PRIMER
003762*    SEGMENTO (LA DEL REGISTRO PENDIENTE CUANDO SE SIRVE DESDE
003763*    EL); CADA SEGMENTO RECHAZADO LLEVA LA SUYA.
003764 01  WS-LINAJE-ACTUAL.
003765     05  WS-LIN-FICHERO      PIC X(10) VALUE "ELTEXTO".
003766     05  WS-LIN-FECHA        PIC 9(08) VALUE ZERO.
003767     05  WS-LIN-SECUEN       PIC 9(09) VALUE ZERO.
003768 01  WS-LIN-PRIMERO          PIC 9(09) VALUE ZERO.
003769 01  WS-LIN-PENDIENTE        PIC 9(09) VALUE ZERO.
003770*    REGISTROS FISICOS LEIDOS DE ELTEXTO: CON CADENAS DE
003780*    CONTINUACION UN REGISTRO LOGICO CONSUME VARIOS, Y EL
003790*    CHECKPOINT DEBE SALTAR FISICOS PARA NO RETOMAR EN MEDIO
003800*    DE UNA CADENA BAJO EL CLIENTE EQUIVOCADO.
003810 01  WS-REGS-A-SALTAR        PIC 9(08) COMP VALUE 0.
003820*    REGISTROS YA VERIFICADOS EN UNA EJECUCION ANTERIOR
003821 01  WS-IDX-SALTO            PIC 9(08) COMP VALUE 0.
003822*    CORRIDA POR TROZOS (TARJETA TROZO): NUMERO DEL TROZO,
003823*    REGISTROS FISICOS DEL ORIGINAL ANTERIORES A EL Y HASH DE
003824*    LOS FISICOS LEIDOS (MODULO CTLHASH, CLAVE CLIENTE + 191
003825*    PRIMERAS POSICIONES DEL TEXTO + MARCA, COMO EN PARTETXT).
003826*    EL CERROJO Y EL CHECKPOINT VAN A NOMBRE DEL TROZO.
003827 01  WS-TROZO.
003828     05  WS-TROZO-NUMERO     PIC 9(02) VALUE ZERO.
003829         88  MODO-TROZO              VALUE 1 THRU 99.
003830     05  WS-TROZO-BASE       PIC 9(08) VALUE ZERO.
003831     05  WS-TROZO-HASH       PIC 9(18) VALUE ZERO.
003832     05  WS-TROZO-CLAVE      PIC X(200).
003833     05  WS-TROZO-LARGO      PIC 9(03) VALUE 200.
003834 01  WS-PROG-CONTROL         PIC X(08) VALUE "PALINDRO".
003840*----------------------------------------------------------------
003850* CONTADORES DEL RESUMEN DE FIN DE EJECUCION
003860*----------------------------------------------------------------
004000 01  WS-CLI-PERFECTO         PIC 9(08) COMP VALUE 0.
004010 01  WS-CLI-ERROR            PIC 9(08) COMP VALUE 0.
004020 01  WS-CLI-RECHAZADO        PIC 9(08) COMP VALUE 0.
004025 01  WS-CLI-REPETIDO         PIC 9(08) COMP VALUE 0.
004030*----------------------------------------------------------------
004040* PUNTUACION DE CASI PALINDROMOS: FALLOS DE LA COMPARACION,
004050* PORCENTAJE DE PAREJAS QUE CASAN Y TABLA DE LOS 10 TEXTOS
004280         10  WS-CASI-TEXTO   PIC X(60).
004290         10  WS-CASI-FALLOS  PIC 9(04).
004300         10  WS-CASI-PCT     PIC 9(03)V99.
004305         10  WS-CASI-POLITICA PIC X(08).
004310*----------------------------------------------------------------
004320* CONTADORES GENERALES
004330*----------------------------------------------------------------
004410*================================================================
004420 0000-MAINLINE.
004430*    SIN CERROJO NO SE TOCA NADA: UNA SEGUNDA INSTANCIA
004440*    CONCURRENTE TERMINA AQUI CON RC 12. LA TARJETA SE LEE
004443*    ANTES: UNA CORRIDA POR TROZOS TOMA EL CERROJO DE SU TROZO.
004446     PERFORM 1300-LEER-PARAMETROS THRU 1300-EXIT
004450     MOVE "A" TO CER-STD-FUNCION
004460     MOVE WS-PROG-CONTROL TO CER-STD-PROGRAMA
004470     MOVE "PALINDRO" TO CER-STD-TITULAR
004480     CALL "CERROJO" USING CER-STD-AREA
004490     IF CER-DENEGADO
004660     MOVE WS-TOTAL-RECHAZADOS TO MET-RECHAZADOS
004670     CALL "REGMETRICA" USING MET-STD-AREA
004680     MOVE "L" TO CER-STD-FUNCION
004690     MOVE WS-PROG-CONTROL TO CER-STD-PROGRAMA
004700     CALL "CERROJO" USING CER-STD-AREA
004702*    LAS LLAMADAS DE CIERRE PISAN RETURN-CODE: EL DE LA CORRIDA SE
004704*    GUARDA EN WS-RC-FINAL Y SE DEVUELVE AL FINAL.
004706     MOVE WS-RC-FINAL TO RETURN-CODE
004710     GOBACK.
004720*================================================================
004730 1000-INITIALIZE.
004740*================================================================
004760     PERFORM 1400-CARGAR-CLIENTES THRU 1400-EXIT
004770     PERFORM 1450-CARGAR-PERFILES THRU 1450-EXIT
004775     PERFORM 1480-CARGAR-POLITICAS THRU 1480-EXIT
004780     OPEN INPUT ELTEXTO-FILE
004790     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT
004800*    SI HAY REGISTROS YA VERIFICADOS EN UNA EJECUCION ANTERIOR,
004930         OPEN OUTPUT PALINDROMO-RPT
004940         OPEN OUTPUT PALINDROMO-REJ
004950     END-IF
004951*    EL VOLUMEN FACTURABLE SE ACUMULA CORRIDA TRAS CORRIDA
004952*    HASTA LA FACTURACION DEL MES.
004953     OPEN EXTEND PALINDROMO-VOL
004954     IF WS-VOL-NO-EXISTE
004955         OPEN OUTPUT PALINDROMO-VOL
004956     END-IF
004957     CALL "FECHANEG" USING FEC-NEG-AREA
004958     PERFORM 1500-ABRIR-HUELLAS THRU 1500-EXIT
004960     MOVE SPACES TO WS-DETALLE
004970     PERFORM 1200-SALTAR-PROCESADOS THRU 1200-EXIT
004980     IF NOT FIN-FICHERO
005080*    VERIFICADOS Y LOS TOTALES ACUMULADOS.
005090     MOVE 0 TO WS-REGS-A-SALTAR
005100     MOVE "L" TO CKP-STD-FUNCION
005110     MOVE WS-PROG-CONTROL TO CKP-STD-PROGRAMA
005120     CALL "CHKPTSRV" USING CKP-STD-AREA
005130     IF CKP-STD-HAY-CHECKPOINT
005140         MOVE CKP-STD-REGS         TO WS-REGS-A-SALTAR
005180         MOVE CKP-STD-CONTADOR(4)  TO WS-SUMA-LARGOS
005190         MOVE CKP-STD-CONTADOR(5)  TO WS-TOTAL-RECHAZADOS
005200         MOVE CKP-STD-CONTADOR(6)  TO WS-REGS-PROCESADOS
005205         MOVE CKP-STD-CONTADOR(7)  TO WS-TOTAL-REPETIDOS
005206     END-IF
005207     IF WS-REGS-A-SALTAR > 0
005208         PERFORM 1150-LEER-CKP-POLITICAS THRU 1150-EXIT
005209         PERFORM 1180-LEER-CKP-CLIENTE THRU 1180-EXIT
005210     END-IF.
005220 1100-EXIT.
005230     EXIT.
005231*================================================================
005232 1150-LEER-CKP-POLITICAS.
005233*================================================================
005234*    LOS CONTADORES POR POLITICA SE RECUPERAN DE SUS DOS ENTRADAS
005235*    DEL SERVICIO; CADA CONTADOR TRAE DOS CIFRAS DE NUEVE.
005236     MOVE WS-TROZO-NUMERO TO WS-CKP-POL-TROZO
005237     MOVE "A" TO WS-CKP-POL-PARTE
005238     MOVE "L" TO CKP-STD-FUNCION
005239     MOVE WS-CKP-POL-CLAVE TO CKP-STD-PROGRAMA
005240     CALL "CHKPTSRV" USING CKP-STD-AREA
005241     IF CKP-STD-HAY-CHECKPOINT
005242         PERFORM 1160-DESEMPAQUETAR-A THRU 1160-EXIT
005243             VARYING WS-IDX-POL FROM 1 BY 1
005244             UNTIL WS-IDX-POL > WS-NUM-POLITICAS
005245     END-IF
005246     MOVE "B" TO WS-CKP-POL-PARTE
005247     MOVE "L" TO CKP-STD-FUNCION
005248     MOVE WS-CKP-POL-CLAVE TO CKP-STD-PROGRAMA
005249     CALL "CHKPTSRV" USING CKP-STD-AREA
005250     IF CKP-STD-HAY-CHECKPOINT
005251         PERFORM 1165-DESEMPAQUETAR-B THRU 1165-EXIT
005252             VARYING WS-IDX-POL FROM 1 BY 1
005253             UNTIL WS-IDX-POL > WS-NUM-POLITICAS
005254     END-IF
005255     IF NOT MODO-PALABRAS
005256         PERFORM 1170-DEDUCIR-ERROR THRU 1170-EXIT
005257             VARYING WS-IDX-POL FROM 1 BY 1
005258             UNTIL WS-IDX-POL > WS-NUM-POLITICAS
005259     END-IF.
005260 1150-EXIT.
005261     EXIT.
005262*================================================================
005263 1160-DESEMPAQUETAR-A.
005264*================================================================
005265     DIVIDE CKP-STD-CONTADOR(WS-IDX-POL) BY 1000000000
005266         GIVING WS-CKP-POL-ALTO REMAINDER WS-CKP-POL-BAJO
005267     MOVE WS-CKP-POL-ALTO TO WS-POL-PROCESADOS(WS-IDX-POL)
005268     MOVE WS-CKP-POL-BAJO TO WS-POL-PERFECTO(WS-IDX-POL).
005269 1160-EXIT.
005270     EXIT.
005271*================================================================
005272 1165-DESEMPAQUETAR-B.
005273*================================================================
005274     DIVIDE CKP-STD-CONTADOR(WS-IDX-POL) BY 1000000000
005275         GIVING WS-CKP-POL-ALTO REMAINDER WS-CKP-POL-BAJO
005276     MOVE WS-CKP-POL-ALTO TO WS-POL-ACEPTADO(WS-IDX-POL)
005277     MOVE WS-CKP-POL-BAJO TO WS-POL-CORTO(WS-IDX-POL).
005278 1165-EXIT.
005279     EXIT.
005280*================================================================
005281 1170-DEDUCIR-ERROR.
005282*================================================================
005283     COMPUTE WS-POL-ERROR(WS-IDX-POL) =
005284         WS-POL-PROCESADOS(WS-IDX-POL)
005285         - WS-POL-PERFECTO(WS-IDX-POL)
005286         - WS-POL-ACEPTADO(WS-IDX-POL)
005287         - WS-POL-CORTO(WS-IDX-POL).
005288 1170-EXIT.
005289     EXIT.
005290*================================================================
005291 1180-LEER-CKP-CLIENTE.
005292*================================================================
005293*    EL CLIENTE QUE ESTABA ABIERTO SE REABRE CON SUS CONTADORES,
005294*    SU VALIDACION Y SU POLITICA, SIN REPETIR SU CABECERA: SI EL
005295*    PRIMER REGISTRO DEL REINICIO ES DE OTRO CLIENTE, EL CORTE
005296*    NORMAL CIERRA SU SUBTOTAL COMPLETO.
005297     MOVE WS-TROZO-NUMERO TO WS-CKP-CLI-TROZO
005298     MOVE "L" TO CKP-STD-FUNCION
005299     MOVE WS-CKP-CLI-CLAVE TO CKP-STD-PROGRAMA
005300     CALL "CHKPTSRV" USING CKP-STD-AREA
005301     IF NOT CKP-STD-HAY-CHECKPOINT
005302         GO TO 1180-EXIT
005303     END-IF
005304     MOVE CKP-STD-CONTADORES TO WS-CKP-CLIENTE
005305     IF NOT CKC-CLIENTE-ABIERTO
005306         GO TO 1180-EXIT
005307     END-IF
005308     MOVE WS-CKC-CLIENTE TO WS-CLIENTE-ACTUAL
005309     SET CLIENTE-ABIERTO TO TRUE
005310     MOVE WS-CKC-PERFECTO  TO WS-CLI-PERFECTO
005311     MOVE WS-CKC-ERROR     TO WS-CLI-ERROR
005312     MOVE WS-CKC-RECHAZADO TO WS-CLI-RECHAZADO
005313     MOVE WS-CKC-REPETIDO  TO WS-CLI-REPETIDO
005314     PERFORM 2550-VALIDAR-CLIENTE THRU 2550-EXIT
005315     PERFORM 2560-ELEGIR-POLITICA THRU 2560-EXIT.
005316 1180-EXIT.
005317     EXIT.
005318*================================================================
005319 1200-SALTAR-PROCESADOS.
005320*================================================================
005321*    AVANZAMOS EL FICHERO DE ENTRADA HASTA EL PUNTO DONDE SE
005322*    QUEDO LA EJECUCION ANTERIOR, SIN VOLVER A VERIFICAR NADA.
005323*    EL CHECKPOINT GUARDA REGISTROS FISICOS CONSUMIDOS, DE MODO
005324*    QUE EL SALTO NUNCA RETOMA EN MEDIO DE UNA CADENA DE
005325*    CONTINUACION.
005326     PERFORM VARYING WS-IDX-SALTO FROM 1 BY 1
005330             UNTIL WS-IDX-SALTO > WS-REGS-A-SALTAR
005340                OR FIN-FICHERO
005350         READ ELTEXTO-FILE
005360             AT END
005370                 SET FIN-FICHERO TO TRUE
005372             NOT AT END
005374                 IF MODO-TROZO
005376                     PERFORM 2190-SUMAR-TROZO THRU 2190-EXIT
005378                 END-IF
005380         END-READ
005390     END-PERFORM
005400     MOVE WS-REGS-A-SALTAR TO WS-REGS-FISICOS.
005460*    TARJETA DE PARAMETROS OPCIONAL (PALINPARM): LA TARJETA
005470*    "MODO " CON VALOR PALABRAS EVALUA CADA PALABRA DEL
005480*    REGISTRO POR SEPARADO EN LUGAR DEL TEXTO ENTERO.
005482*    LA TARJETA "TROZO" (NUMERO 9(02) + FISICOS DEL ORIGINAL
005484*    ANTERIORES AL TROZO 9(08)) LA PONE PARTETXT EN LA TARJETA
005486*    DE CADA TROZO.
005490     OPEN INPUT PALINDROMO-PARM
005500     IF WS-PARM-NO-EXISTE
005510         CONTINUE
005780             IF PARM-VALOR(1:1) = "S"
005790                 SET MODO-CASI-SUB TO TRUE
005800             END-IF
005802         WHEN "REPE"
005804             IF PARM-VALOR(1:3) IS NUMERIC
005806                 MOVE PARM-VALOR(1:3) TO WS-REPE-DIAS
005808             END-IF
005810         WHEN "CORTE"
005820             IF PARM-VALOR(1:8) IS NUMERIC
005830                 MOVE PARM-VALOR(1:3) TO WS-CORTE-PCT
005840                 MOVE PARM-VALOR(4:5)
005850                     TO WS-CORTE-MINIMO
005860             END-IF
005861         WHEN "TROZO"
005862             IF PARM-VALOR IS NUMERIC
005863              AND PARM-VALOR(1:2) NOT = "00"
005864                 MOVE PARM-VALOR(1:2) TO WS-TROZO-NUMERO
005865                 MOVE PARM-VALOR(3:8) TO WS-TROZO-BASE
005866                 MOVE "PALIND" TO WS-PROG-CONTROL(1:6)
005867                 MOVE PARM-VALOR(1:2) TO WS-PROG-CONTROL(7:2)
005868             END-IF
005870     END-EVALUATE
005880     PERFORM 1310-LEER-PARM THRU 1310-EXIT.
005890 1320-EXIT.
006220         MOVE CLM-CODIGO TO WS-CLM-CODIGO(WS-CLM-IDX)
006230         MOVE CLM-ESTADO TO WS-CLM-ESTADO(WS-CLM-IDX)
006240         MOVE CLM-IDIOMA TO WS-CLM-IDIOMA(WS-NUM-CLIENTES)
006245         MOVE CLM-POLITICA TO WS-CLM-POLITICA(WS-NUM-CLIENTES)
006250     END-IF
006260     PERFORM 1410-LEER-CLIENTE THRU 1410-EXIT.
006270 1420-EXIT.
006910     PERFORM 1460-LEER-NORMA THRU 1460-EXIT.
006920 1470-EXIT.
006930     EXIT.
006931*================================================================
006932 1480-CARGAR-POLITICAS.
006933*================================================================
006934*    CARGA LAS POLITICAS DE VEREDICTO DEL MAESTRO POLMAST. LA
006935*    PRIMERA POSICION ES SIEMPRE DEFECTO, LA DE LOS CLIENTES SIN
006936*    POLITICA PROPIA: LA REGLA DE SIEMPRE SALVO QUE POLMAST TRAIGA
006937*    SU PROPIA FILA DEFECTO.
006938     INITIALIZE WS-TABLA-POLITICAS
006939     MOVE 1 TO WS-NUM-POLITICAS
006940     MOVE "DEFECTO" TO WS-POL-CODIGO(1)
006941     MOVE "N" TO WS-POL-SIN-DIGITOS(1)
006942     OPEN INPUT POLITICA-MAST
006943     IF WS-POL-NO-EXISTE
006944         GO TO 1480-EXIT
006945     END-IF
006946     PERFORM 1490-LEER-POLITICA THRU 1490-EXIT
006947     PERFORM 1495-CARGAR-POLITICA THRU 1495-EXIT
006948         UNTIL WS-POL-FIN-FICHERO
006949     CLOSE POLITICA-MAST.
006950 1480-EXIT.
006951     EXIT.
006952*================================================================
006953 1490-LEER-POLITICA.
006954*================================================================
006955     READ POLITICA-MAST
006956         AT END
006957             MOVE "10" TO WS-POL-STATUS
006958     END-READ.
006959 1490-EXIT.
006960     EXIT.
006961*================================================================
006962 1495-CARGAR-POLITICA.
006963*================================================================
006964     IF POL-CODIGO = "DEFECTO"
006965         MOVE 1 TO WS-IDX-POL
006966         PERFORM 1496-GUARDAR-POLITICA THRU 1496-EXIT
006967     ELSE
006968         IF POL-CODIGO NOT = SPACES AND WS-NUM-POLITICAS < 8
006969             ADD 1 TO WS-NUM-POLITICAS
006970             MOVE WS-NUM-POLITICAS TO WS-IDX-POL
006971             PERFORM 1496-GUARDAR-POLITICA THRU 1496-EXIT
006972         END-IF
006973     END-IF
006974     PERFORM 1490-LEER-POLITICA THRU 1490-EXIT.
006975 1495-EXIT.
006976     EXIT.
006977*================================================================
006978 1496-GUARDAR-POLITICA.
006979*================================================================
006980*    UN CAMPO NUMERICO MAL INFORMADO EN EL MAESTRO VALE CERO: SIN
006981*    LARGO MINIMO O SIN APROBADO POR CASI PALINDROMO.
006982     MOVE POL-CODIGO TO WS-POL-CODIGO(WS-IDX-POL)
006983     IF POL-SIN-DIGITOS = "S"
006984         MOVE "S" TO WS-POL-SIN-DIGITOS(WS-IDX-POL)
006985     ELSE
006986         MOVE "N" TO WS-POL-SIN-DIGITOS(WS-IDX-POL)
006987     END-IF
006988     IF POL-LARGO-MINIMO IS NUMERIC
006989         MOVE POL-LARGO-MINIMO TO WS-POL-LARGO-MIN(WS-IDX-POL)
006990     ELSE
006991         MOVE 0 TO WS-POL-LARGO-MIN(WS-IDX-POL)
006992     END-IF
006993     IF POL-CASI-PCT IS NUMERIC AND POL-CASI-PCT <= 100
006994         MOVE POL-CASI-PCT TO WS-POL-CASI-PCT(WS-IDX-POL)
006995     ELSE
006996         MOVE 0 TO WS-POL-CASI-PCT(WS-IDX-POL)
006997     END-IF.
006998 1496-EXIT.
006999     EXIT.
007000*================================================================
007001 1500-ABRIR-HUELLAS.
007002*================================================================
007003*    EL REGISTRO DE HUELLAS ES INDEXADO POR CLIENTE + HASH +
007004*    LARGO Y SE LEE Y SE GRABA TEXTO A TEXTO; SI NO EXISTE SE
007005*    CREA VACIO. CON VENTANA 0 NO SE ABRE NI SE MARCA NADA.
007006     IF WS-REPE-DIAS = 0
007007         GO TO 1500-EXIT
007008     END-IF
007009     OPEN I-O HUELLA-TXT
007010     IF WS-HUE-NO-EXISTE
007011         OPEN OUTPUT HUELLA-TXT
007012         CLOSE HUELLA-TXT
007013         OPEN I-O HUELLA-TXT
007014     END-IF
007015*    SIN EL REGISTRO ABIERTO NO HAY DETECCION DE REPETIDOS: SE
007016*    AVISA EN EL INFORME Y LA CORRIDA TERMINA CON RC 4.
007017     IF WS-HUE-STATUS NOT = "00"
007018         SET HUELLA-FALLIDA TO TRUE
007019         MOVE SPACES TO RPT-LINEA-VAR
007020         MOVE 1 TO WS-PUNTERO-RPT
007021         STRING "AVISO: HUELLTXT NO SE PUDO ABRIR (ESTADO "
007022             DELIMITED BY SIZE
007023             WS-HUE-STATUS DELIMITED BY SIZE
007024             "), SIN DETECCION DE REPETIDOS" DELIMITED BY SIZE
007025             INTO RPT-LINEA-VAR
007026             WITH POINTER WS-PUNTERO-RPT
007027         END-STRING
007028         COMPUTE WS-RPT-LONG = WS-PUNTERO-RPT - 1
007029         WRITE RPT-LINEA-VAR
007030         GO TO 1500-EXIT
007031     END-IF
007032     SET HUELLA-ACTIVA TO TRUE.
007033 1500-EXIT.
007034     EXIT.
007035*================================================================
007036 2000-PROCESS-FILE.
007037*================================================================
007038*    CORTE DE CONTROL: AL CAMBIAR EL CODIGO DE CLIENTE SE
007039*    CIERRAN LOS SUBTOTALES DEL ANTERIOR Y SE ABRE SU CABECERA.
007040     IF WS-CLIENTE NOT = WS-CLIENTE-ACTUAL
007041      OR NOT CLIENTE-ABIERTO
007042         PERFORM 2500-CAMBIO-CLIENTE THRU 2500-EXIT
007043     END-IF
007044     EVALUATE TRUE
007045         WHEN CADENA-ROTA
007050             PERFORM 3560-RECHAZAR-CONTINUACION THRU 3560-EXIT
007060         WHEN WS-CLIENTE-VALIDO = "N"
007070             PERFORM 3550-RECHAZAR-CLIENTE THRU 3550-EXIT
007340     IF HAY-PENDIENTE
007350         MOVE "N" TO WS-PENDIENTE
007360         MOVE WS-PEN-CLIENTE TO WS-CLIENTE
007365             MOVE WS-LIN-PENDIENTE TO WS-LIN-PRIMERO
007370         MOVE SPACES TO ELTEXTO
007380         MOVE WS-PEN-TEXTO TO ELTEXTO(1:7992)
007390         MOVE WS-PEN-CONT TO WS-CONT-ACTUAL
007430                 SET FIN-FICHERO TO TRUE
007440             NOT AT END
007450                 ADD 1 TO WS-REGS-FISICOS
007455                     MOVE WS-REGS-FISICOS TO WS-LIN-PRIMERO
007456                 IF MODO-TROZO
007457                     PERFORM 2190-SUMAR-TROZO THRU 2190-EXIT
007458                 END-IF
007460                 MOVE ELTEXTO-CLIENTE TO WS-CLIENTE
007470                 MOVE SPACES TO ELTEXTO
007480                 MOVE ELTEXTO-TEXTO TO ELTEXTO(1:7992)
007740             MOVE SPACE TO WS-CONT-ACTUAL
007750         NOT AT END
007760             ADD 1 TO WS-REGS-FISICOS
007762             IF MODO-TROZO
007764                 PERFORM 2190-SUMAR-TROZO THRU 2190-EXIT
007766             END-IF
007770             IF ELTEXTO-CLIENTE NOT = WS-CLIENTE
007780*                EL REGISTRO ES DE OTRO CLIENTE: LA CADENA ESTA
007790*                ROTA Y EL REGISTRO QUEDA PENDIENTE.
007820                     TO WS-MOTIVO-CONTINUACION
007830                 SET HAY-PENDIENTE TO TRUE
007840                 MOVE ELTEXTO-CLIENTE TO WS-PEN-CLIENTE
007845                     MOVE WS-REGS-FISICOS TO WS-LIN-PENDIENTE
007850                 MOVE ELTEXTO-TEXTO TO WS-PEN-TEXTO
007860                 MOVE ELTEXTO-CONT TO WS-PEN-CONT
007870                 MOVE SPACE TO WS-CONT-ACTUAL
007950             END-IF
007960     END-READ.
007970 2150-EXIT.
007971     EXIT.
007972*================================================================
007973 2190-SUMAR-TROZO.
007974*================================================================
007975*    CADA FISICO LEIDO SUMA SU CLAVE AL HASH DEL TROZO, TAMBIEN
007976*    LOS QUE SE SALTAN EN UN REINICIO: LA LINEA FIN DE TROZO
007977*    CUBRE SIEMPRE EL TROZO ENTERO.
007978     MOVE ELTEXTO-CLIENTE TO WS-TROZO-CLAVE(1:8)
007979     MOVE ELTEXTO-TEXTO(1:191) TO WS-TROZO-CLAVE(9:191)
007980     MOVE ELTEXTO-CONT TO WS-TROZO-CLAVE(200:1)
007981     CALL "CTLHASH" USING WS-TROZO-CLAVE WS-TROZO-LARGO
007982         WS-TROZO-HASH.
007983 2190-EXIT.
007984     EXIT.
007990*================================================================
008000 2500-CAMBIO-CLIENTE.
008010*================================================================
008050     MOVE WS-CLIENTE TO WS-CLIENTE-ACTUAL
008060     SET CLIENTE-ABIERTO TO TRUE
008070     MOVE 0 TO WS-CLI-PERFECTO WS-CLI-ERROR WS-CLI-RECHAZADO
008075     MOVE 0 TO WS-CLI-REPETIDO
008080     PERFORM 2550-VALIDAR-CLIENTE THRU 2550-EXIT
008085     PERFORM 2560-ELEGIR-POLITICA THRU 2560-EXIT
008090     MOVE WS-CLIENTE-ACTUAL TO RPT-CLI-CAB-CODIGO
008100     MOVE "CLIENTE: " TO RPT-CLI-CAB-LIT
008110     MOVE LENGTH OF RPT-CLIENTE-CABECERA TO WS-RPT-LONG
008200     MOVE "S" TO WS-CLIENTE-VALIDO
008210     MOVE SPACES TO WS-MOTIVO-CLIENTE
008220     MOVE SPACES TO WS-IDIOMA-CLIENTE
008225     MOVE SPACES TO WS-POLITICA-CLIENTE
008230     MOVE 0 TO WS-PERFIL-ACTIVO
008240     IF NOT HAY-CLIMAST
008250         GO TO 2550-EXIT
008380             END-IF
008390             MOVE WS-CLM-IDIOMA(WS-IDX-CLM)
008400                 TO WS-IDIOMA-CLIENTE
008403             MOVE WS-CLM-POLITICA(WS-IDX-CLM)
008406                 TO WS-POLITICA-CLIENTE
008410             MOVE WS-NUM-CLIENTES TO WS-IDX-CLM
008420         END-IF
008430     END-PERFORM
008540     END-IF.
008550 2550-EXIT.
008560     EXIT.
008561*================================================================
008562 2560-ELEGIR-POLITICA.
008563*================================================================
008564*    LA POLITICA DE VEREDICTO DEL CLIENTE VALE PARA TODO SU GRUPO.
008565*    SIN POLITICA EN SU FICHA, O CON UNA QUE POLMAST NO TRAE, SE
008566*    APLICA DEFECTO.
008567     MOVE 1 TO WS-IDX-POL-ACT
008568     IF WS-POLITICA-CLIENTE NOT = SPACES
008569         PERFORM 2565-COMPARAR-POLITICA THRU 2565-EXIT
008570             VARYING WS-IDX-POL FROM 2 BY 1
008571             UNTIL WS-IDX-POL > WS-NUM-POLITICAS
008572                OR WS-IDX-POL-ACT > 1
008573     END-IF
008574     MOVE WS-POL-CODIGO(WS-IDX-POL-ACT) TO WS-POL-ACT-CODIGO
008575     MOVE WS-POL-SIN-DIGITOS(WS-IDX-POL-ACT)
008576         TO WS-POL-ACT-SIN-DIGITOS
008577     MOVE WS-POL-LARGO-MIN(WS-IDX-POL-ACT) TO WS-POL-ACT-LARGO-MIN
008578     MOVE WS-POL-CASI-PCT(WS-IDX-POL-ACT) TO WS-POL-ACT-CASI-PCT.
008579 2560-EXIT.
008580     EXIT.
008581*================================================================
008582 2565-COMPARAR-POLITICA.
008583*================================================================
008584     IF WS-POL-CODIGO(WS-IDX-POL) = WS-POLITICA-CLIENTE
008585         MOVE WS-IDX-POL TO WS-IDX-POL-ACT
008586     END-IF.
008587 2565-EXIT.
008588     EXIT.
008590*================================================================
008592 2600-SUBTOTAL-CLIENTE.
008594*================================================================
008600*    SUBTOTALES DEL CLIENTE QUE SE CIERRA, POR DELANTE DE LOS
008610*    TOTALES GENERALES DEL FINAL DEL INFORME.
008611*    ENCABEZA LOS SUBTOTALES LA POLITICA CON QUE SE JUZGARON.
008612     MOVE "  POLITICA DEL CLIENTE:       " TO
008613         RPT-POLCLI-ETIQUETA
008614     MOVE WS-POL-ACT-CODIGO TO RPT-POLCLI-CODIGO
008615     MOVE LENGTH OF RPT-POLCLI-REGISTRO TO WS-RPT-LONG
008616     WRITE RPT-POLCLI-REGISTRO
008620     MOVE "  PERFECTO DEL CLIENTE:       " TO
008630         RPT-RESUMEN-ETIQUETA
008640     MOVE WS-CLI-PERFECTO TO RPT-RESUMEN-VALOR
008730         RPT-RESUMEN-ETIQUETA
008740     MOVE WS-CLI-RECHAZADO TO RPT-RESUMEN-VALOR
008750     MOVE LENGTH OF RPT-RESUMEN-REGISTRO TO WS-RPT-LONG
008751     WRITE RPT-RESUMEN-REGISTRO
008752*    EL VOLUMEN DEL CLIENTE QUE SE CIERRA VA A VOLTXT: LO
008753*    PROCESADO (PERFECTO O ERROR) SE FACTURA, LO RECHAZADO NO.
008754     MOVE SPACES TO VOL-REGISTRO
008755     MOVE "V" TO VOL-TIPO
008756     MOVE FEC-NEG-FECHA TO VOL-FECHA
008757     MOVE FEC-NEG-CORRIDA TO VOL-CORRIDA
008758     MOVE "PALINDRO" TO VOL-PROGRAMA
008759     MOVE WS-CLIENTE-ACTUAL TO VOL-CLIENTE
008760     COMPUTE VOL-FACTURABLES = WS-CLI-PERFECTO + WS-CLI-ERROR
008761     MOVE WS-CLI-RECHAZADO TO VOL-RECHAZADOS
008762     MOVE WS-CLI-REPETIDO TO VOL-REPETIDOS
008764     PERFORM 5070-GUARDAR-VOLUMEN THRU 5070-EXIT.
008770 2600-EXIT.
008780     EXIT.
008790*================================================================
009430*    TABLA DE ACENTOS DE SIEMPRE.
009440     PERFORM 2900-NORMALIZAR-TEXTO THRU 2900-EXIT
009450     MOVE ELTEXTO TO WS-TEXTO-EVAL
009455     PERFORM 3900-COMPROBAR-REPETIDO THRU 3900-EXIT
009460     PERFORM 3050-PUNTUAR-TEXTO THRU 3050-EXIT
009470     MOVE WS-FALLOS TO WS-DET-FALLOS
009480     MOVE WS-PCT TO WS-DET-PCT
009484*    EL VEREDICTO LO DA LA POLITICA DEL CLIENTE: ACEPTADO CUENTA
009488*    COMO PERFECTO Y CORTO COMO ERROR EN LOS TOTALES DE SIEMPRE;
009492*    LOS CONTADORES POR POLITICA LOS LLEVAN POR SEPARADO.
009496     PERFORM 3070-APLICAR-POLITICA THRU 3070-EXIT
009500     MOVE WS-VEREDICTO-POL TO WS-DET-VEREDICTO
009504     ADD 1 TO WS-POL-PROCESADOS(WS-IDX-POL-ACT)
009508     EVALUATE TRUE
009512         WHEN VEREDICTO-PERFECTO
009516             ADD 1 TO WS-TOTAL-PERFECTO
009520             ADD 1 TO WS-CLI-PERFECTO
009524             ADD 1 TO WS-POL-PERFECTO(WS-IDX-POL-ACT)
009528         WHEN VEREDICTO-ACEPTADO
009532             ADD 1 TO WS-TOTAL-PERFECTO
009536             ADD 1 TO WS-CLI-PERFECTO
009540             ADD 1 TO WS-POL-ACEPTADO(WS-IDX-POL-ACT)
009544         WHEN VEREDICTO-CORTO
009548             ADD 1 TO WS-TOTAL-ERROR
009552             ADD 1 TO WS-CLI-ERROR
009556             ADD 1 TO WS-POL-CORTO(WS-IDX-POL-ACT)
009560         WHEN OTHER
009564             ADD 1 TO WS-TOTAL-ERROR
009568             ADD 1 TO WS-CLI-ERROR
009572             ADD 1 TO WS-POL-ERROR(WS-IDX-POL-ACT)
009576             PERFORM 3600-ANOTAR-CASI THRU 3600-EXIT
009580             IF MODO-CASI-SUB
009584                 PERFORM 3700-BUSCAR-SUBCADENA THRU 3700-EXIT
009588             END-IF
009592     END-EVALUATE
009620     ADD 1 TO WS-TOTAL-PROCESADOS
009630     ADD LARGO-RPT TO WS-SUMA-LARGOS
009640     MOVE WS-DET-VEREDICTO TO WS-AUD-DECISION
009650     MOVE SPACES TO WS-AUD-MOTIVO
009651     IF VEREDICTO-ACEPTADO OR VEREDICTO-CORTO
009652         STRING "POLITICA " DELIMITED BY SIZE
009653             WS-POL-ACT-CODIGO DELIMITED BY SIZE
009654             INTO WS-AUD-MOTIVO
009655         END-STRING
009656     END-IF
009660     PERFORM 4500-REGISTRAR-AUDITORIA THRU 4500-EXIT
009670     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
009680 3000-EXIT.
009720*================================================================
009730*    NUCLEO DE LA PUNTUACION, COMPARTIDO POR EL MODO TEXTO Y EL
009740*    MODO PALABRAS: FILTRA WS-TEXTO-EVAL A LETRAS Y NUMEROS EN
009745*    (SIN LOS NUMEROS SI LA POLITICA DEL CLIENTE LOS QUITA)
009750*    MITEXTO Y CUENTA LAS PAREJAS QUE NO CASAN. DEJA EL LARGO
009760*    LIMPIO EN LARGO-RPT, LOS FALLOS EN WS-FALLOS, EL
009770*    PORCENTAJE EN WS-PCT Y EL VEREDICTO BINARIO EN C1.
009830             PERFORM 3060-ES-LETRA-PROPIA THRU 3060-EXIT
009840         END-IF
009850         IF (WS-TEXTO-EVAL(LI:1) >= '0' AND
009856             WS-TEXTO-EVAL(LI:1) <= '9' AND
009862             NOT POL-ACT-SIN-DIGITOS)
009870         OR (WS-TEXTO-EVAL(LI:1) >= 'A' AND
009880             WS-TEXTO-EVAL(LI:1) <= 'Z')
009890         OR WS-LETRA-PROPIA = "S"
010320     END-PERFORM.
010330 3060-EXIT.
010340     EXIT.
010341*================================================================
010342 3070-APLICAR-POLITICA.
010343*================================================================
010344*    VEREDICTO SEGUN LA POLITICA DEL CLIENTE SOBRE LO QUE DEJO LA
010345*    PUNTUACION: POR DEBAJO DEL LARGO MINIMO EL TEXTO NO CALIFICA
010346*    (CORTO); SI CALIFICA, PERFECTO SI TODAS LAS PAREJAS CASAN Y,
010347*    SI NO, ACEPTADO CUANDO LA POLITICA DA POR BUENO SU
010348*    PORCENTAJE.
010349     IF LARGO-RPT < WS-POL-ACT-LARGO-MIN
010350         MOVE "CORTO" TO WS-VEREDICTO-POL
010351         GO TO 3070-EXIT
010352     END-IF
010353     IF C1 = 0
010354         MOVE "PERFECTO" TO WS-VEREDICTO-POL
010355         GO TO 3070-EXIT
010356     END-IF
010357     IF WS-POL-ACT-CASI-PCT > 0
010358      AND WS-PCT >= WS-POL-ACT-CASI-PCT
010359         MOVE "ACEPTADO" TO WS-VEREDICTO-POL
010360     ELSE
010361         MOVE "ERROR" TO WS-VEREDICTO-POL
010362     END-IF.
010363 3070-EXIT.
010364     EXIT.
010366*================================================================
010368 3800-CHECK-PALABRAS.
010370*================================================================
010380*    MODO PALABRAS: EL REGISTRO SE TROCEA POR BLANCOS Y CADA
010390*    PALABRA PASA POR LA MISMA NORMALIZACION Y COMPARACION QUE
010420*    RECUENTO DE PALABRAS Y DE PALINDROMAS.
010430     MOVE ELTEXTO TO WS-ELTEXTO-ORIGINAL
010440     PERFORM 2900-NORMALIZAR-TEXTO THRU 2900-EXIT
010445     PERFORM 3900-COMPROBAR-REPETIDO THRU 3900-EXIT
010450     COMPUTE WS-LARGO-REG =
010460         FUNCTION STORED-CHAR-LENGTH(ELTEXTO)
010470     MOVE 0 TO WS-PALABRAS-REG
010530*    COLUMNA DEL TEXTO LIMPIO.
010540     MOVE SPACES TO WS-DETALLE
010550     MOVE WS-CLIENTE TO WS-DET-CLIENTE
010555     MOVE WS-POL-ACT-CODIGO TO WS-DET-POLITICA
010560     MOVE WS-ELTEXTO-ORIGINAL TO WS-DET-TEXTO
010570     MOVE WS-PALABRAS-REG TO WS-EDIT-PALABRAS
010580     MOVE WS-PAL-PALIN-REG TO WS-EDIT-PALIN
010660     MOVE "PALABRAS" TO WS-DET-VEREDICTO
010670     PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT
010680     ADD 1 TO WS-TOTAL-PROCESADOS
010685     ADD 1 TO WS-POL-PROCESADOS(WS-IDX-POL-ACT)
010690     ADD WS-LARGO-REG TO WS-SUMA-LARGOS
010700     MOVE "PALABRAS" TO WS-AUD-DECISION
010710     MOVE WS-DET-MITEXTO(1:40) TO WS-AUD-MOTIVO
010840         ADD 1 TO WS-PALABRAS-REG
010850         ADD 1 TO WS-TOTAL-PALABRAS
010860         PERFORM 3050-PUNTUAR-TEXTO THRU 3050-EXIT
010863*        LA PALABRA PASA CON LA POLITICA DEL CLIENTE: LA QUE NO
010866*        CALIFICA POR LARGO O NO LLEGA A SU PORCENTAJE NO CUENTA.
010869         PERFORM 3070-APLICAR-POLITICA THRU 3070-EXIT
010872         IF (VEREDICTO-PERFECTO OR VEREDICTO-ACEPTADO)
010875          AND LARGO-RPT > 0
010880             ADD 1 TO WS-PAL-PALIN-REG
010890             ADD 1 TO WS-TOTAL-PALABRAS-PAL
010900             MOVE SPACES TO WS-DETALLE
010910             MOVE WS-CLIENTE TO WS-DET-CLIENTE
010915             MOVE WS-POL-ACT-CODIGO TO WS-DET-POLITICA
010920             MOVE WS-TEXTO-EVAL TO WS-DET-TEXTO
010930             MOVE MITEXTO TO WS-DET-MITEXTO
010940             MOVE LARGO-RPT TO WS-DET-LARGO
010950             MOVE "PALABRA" TO WS-DET-VEREDICTO
010960             MOVE WS-FALLOS TO WS-DET-FALLOS
010970             MOVE WS-PCT TO WS-DET-PCT
010980             PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT
010990         END-IF
011000     END-IF.
011010 3810-EXIT.
011020     EXIT.
011021*================================================================
011022 3900-COMPROBAR-REPETIDO.
011023*================================================================
011024*    HUELLA DEL TEXTO YA PLEGADO (HASH SENSIBLE AL ORDEN POR
011025*    TROZOS DE 200 Y LARGO). SI EL CLIENTE YA LO ENVIO DENTRO
011026*    DE LA VENTANA, EL TEXTO SE MARCA COMO REPETIDO; EN TODO
011027*    CASO LA HUELLA QUEDA CON LA ULTIMA FECHA EN QUE SE VIO.
011028*    EL TEXTO SE SIGUE VALIDANDO: LA MARCA ES INFORMATIVA.
011029     IF NOT HUELLA-ACTIVA
011030         GO TO 3900-EXIT
011031     END-IF
011032     COMPUTE WS-HUE-LARGO = FUNCTION STORED-CHAR-LENGTH(ELTEXTO)
011033     MOVE 0 TO WS-HUE-HASH
011034     PERFORM 3910-TROZO-HUELLA THRU 3910-EXIT
011035         VARYING WS-HUE-POSICION FROM 1 BY 1
011036         UNTIL WS-HUE-POSICION > 120
011037            OR (WS-HUE-POSICION - 1) * 200 >= WS-HUE-LARGO
011038     MOVE WS-CLIENTE TO HUE-CLIENTE
011039     MOVE WS-HUE-HASH TO HUE-HASH
011040     MOVE WS-HUE-LARGO TO HUE-LARGO
011041     READ HUELLA-TXT
011042         INVALID KEY
011043             MOVE FEC-NEG-FECHA TO HUE-PRIMERA HUE-ULTIMA
011044             MOVE 1 TO HUE-VECES
011045             WRITE HUE-REGISTRO
011046                 INVALID KEY
011047                     CONTINUE
011048             END-WRITE
011049             GO TO 3900-EXIT
011050     END-READ
011051     COMPUTE WS-HUE-DIAS =
011052         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA)
011053         - FUNCTION INTEGER-OF-DATE(HUE-ULTIMA)
011054     IF WS-HUE-DIAS >= 0 AND WS-HUE-DIAS <= WS-REPE-DIAS
011055         PERFORM 3920-ANOTAR-REPETIDO THRU 3920-EXIT
011056     END-IF
011057     IF HUE-ULTIMA < FEC-NEG-FECHA
011058         MOVE FEC-NEG-FECHA TO HUE-ULTIMA
011059     END-IF
011060     IF HUE-VECES < 9999999
011061         ADD 1 TO HUE-VECES
011062     END-IF
011063     REWRITE HUE-REGISTRO
011064         INVALID KEY
011065             CONTINUE
011066     END-REWRITE.
011067 3900-EXIT.
011068     EXIT.
011069*================================================================
011070 3910-TROZO-HUELLA.
011071*================================================================
011072     COMPUTE WS-HUE-OFFSET = ((WS-HUE-POSICION - 1) * 200) + 1
011073     MOVE ELTEXTO(WS-HUE-OFFSET:) TO WS-HUE-TROZO
011074     CALL "CTLHASHO" USING WS-HUE-TROZO WS-HUE-LARGO-TROZO
011075         WS-HUE-POSICION WS-HUE-HASH.
011076 3910-EXIT.
011077     EXIT.
011078*================================================================
011079 3920-ANOTAR-REPETIDO.
011080*================================================================
011081     ADD 1 TO WS-TOTAL-REPETIDOS
011082     ADD 1 TO WS-CLI-REPETIDO
011083     IF WS-NUM-REPE < 100
011084         ADD 1 TO WS-NUM-REPE
011085         MOVE WS-CLIENTE TO WS-REPE-CLIENTE(WS-NUM-REPE)
011086         MOVE WS-ELTEXTO-ORIGINAL(1:60)
011087             TO WS-REPE-TEXTO(WS-NUM-REPE)
011088         MOVE HUE-PRIMERA TO WS-REPE-PRIMERA(WS-NUM-REPE)
011089         MOVE HUE-VECES TO WS-REPE-VECES(WS-NUM-REPE)
011090         MOVE WS-POL-ACT-CODIGO TO WS-REPE-POLITICA(WS-NUM-REPE)
011091     END-IF.
011092 3920-EXIT.
011093     EXIT.
011094*================================================================
011095 3500-RECHAZAR-BLANCO.
011096*================================================================
011097*    LOS REGISTROS EN BLANCO O SOLO CON ESPACIOS NO SE PUNTUAN,
011098*    SE ENVIAN AL FICHERO DE RECHAZOS PARA REVISION.
011099     MOVE SPACES TO REJ-STD-REGISTRO
011100     MOVE "PALINDRO" TO REJ-STD-PROGRAMA
011101     CALL "FECHANEG" USING FEC-NEG-AREA
011110     MOVE FEC-NEG-FECHA TO REJ-STD-FECHA
011120     MOVE "BLANCO O VACIO" TO REJ-STD-MOTIVO
011130     PERFORM 3590-ESCRIBIR-IMAGENES THRU 3590-EXIT
011190     ADD 1 TO WS-TOTAL-RECHAZADOS
011200     ADD 1 TO WS-CLI-RECHAZADO
011205     PERFORM 3570-ANOTAR-RECHAZO-VOL THRU 3570-EXIT
011210*    EL TEXTO ORIGINAL DE UN RECHAZO ES EL PROPIO REGISTRO EN
011220*    BLANCO; SE COPIA PARA QUE LA CLAVE DE AUDITORIA NO ARRASTRE
011230*    EL TEXTO DEL REGISTRO ANTERIOR.
011410     PERFORM 3590-ESCRIBIR-IMAGENES THRU 3590-EXIT
011450     ADD 1 TO WS-TOTAL-RECHAZADOS
011460     ADD 1 TO WS-CLI-RECHAZADO
011465     PERFORM 3570-ANOTAR-RECHAZO-VOL THRU 3570-EXIT
011470     MOVE ELTEXTO TO WS-ELTEXTO-ORIGINAL
011480     MOVE "RECHAZADO" TO WS-AUD-DECISION
011490     MOVE WS-MOTIVO-CLIENTE TO WS-AUD-MOTIVO
011630     MOVE WS-MOTIVO-CONTINUACION TO REJ-STD-MOTIVO
011640     MOVE WS-CLIENTE TO REJ-STD-IMAGEN(1:8)
011650     MOVE ELTEXTO(1:7992) TO REJ-STD-IMAGEN(9:7992)
011653     MOVE WS-LIN-PRIMERO TO WS-LIN-SECUEN
011656     PERFORM 3580-ESTAMPAR-LINAJE THRU 3580-EXIT
011660     WRITE REJ-STD-REGISTRO
011670     ADD 1 TO WS-TOTAL-RECHAZADOS
011680     ADD 1 TO WS-CLI-RECHAZADO
011685     PERFORM 3570-ANOTAR-RECHAZO-VOL THRU 3570-EXIT
011690     MOVE ELTEXTO TO WS-ELTEXTO-ORIGINAL
011700     MOVE "RECHAZADO" TO WS-AUD-DECISION
011701     MOVE WS-MOTIVO-CONTINUACION TO WS-AUD-MOTIVO
011702     PERFORM 4500-REGISTRAR-AUDITORIA THRU 4500-EXIT.
011703 3560-EXIT.
011704     EXIT.
011705*================================================================
011706 3570-ANOTAR-RECHAZO-VOL.
011707*================================================================
011708*    CADA RECHAZO QUEDA EN VOLTXT CON SU MOTIVO Y EL PRINCIPIO
011709*    DEL TEXTO: LA FACTURA LO LISTA AL CLIENTE SIN COBRARLO.
011710     MOVE SPACES TO VOL-REGISTRO
011711     MOVE "R" TO VOL-TIPO
011712     MOVE FEC-NEG-FECHA TO VOL-FECHA
011713     MOVE FEC-NEG-CORRIDA TO VOL-CORRIDA
011714     MOVE "PALINDRO" TO VOL-PROGRAMA
011715     MOVE WS-CLIENTE TO VOL-CLIENTE
011716     MOVE 0 TO VOL-FACTURABLES
011717     MOVE 1 TO VOL-RECHAZADOS
011718     MOVE 0 TO VOL-REPETIDOS
011719     MOVE REJ-STD-MOTIVO TO VOL-MOTIVO
011720     MOVE ELTEXTO(1:40) TO VOL-REFERENCIA
011721     PERFORM 5070-GUARDAR-VOLUMEN THRU 5070-EXIT.
011722 3570-EXIT.
011723     EXIT.
011724*================================================================
011725 3580-ESTAMPAR-LINAJE.
011726*================================================================
011727     MOVE FEC-NEG-FECHA TO WS-LIN-FECHA
011728*    EN UN TROZO LA SECUENCIA ES LA DEL ELTEXTO ORIGINAL, QUE
011729*    ES EL QUE RECIBE EL REENVIO.
011730     IF MODO-TROZO
011731         ADD WS-TROZO-BASE TO WS-LIN-SECUEN
011732     END-IF
011733     MOVE WS-LINAJE-ACTUAL TO REJ-STD-LINAJE.
011734 3580-EXIT.
011735     EXIT.
011741*================================================================
011742 3590-ESCRIBIR-IMAGENES.
011743*================================================================
011769     IF WS-SEG-REJ < WS-SEGMENTOS
011771         MOVE "+" TO REJ-STD-IMAGEN(8001:1)
011772     END-IF
011773     COMPUTE WS-LIN-SECUEN = WS-LIN-PRIMERO + WS-SEG-REJ - 1
011774     PERFORM 3580-ESTAMPAR-LINAJE THRU 3580-EXIT
011776     WRITE REJ-STD-REGISTRO.
011778 3595-EXIT.
011780     EXIT.
011782*================================================================
011784 3600-ANOTAR-CASI.
011786*================================================================
011788*    MANTIENE ORDENADA (POR FALLOS ASCENDENTES) LA TABLA DE LOS
011790*    10 TEXTOS ERRONEOS MAS CERCANOS A PALINDROMO. SE BUSCA LA
011800*    POSICION DE INSERCION Y SE DESPLAZAN HACIA ABAJO LOS QUE
011810*    QUEDAN POR DETRAS; EL DECIMO SE PIERDE.
012060             TO WS-CASI-TEXTO(WS-POS-CASI)
012070         MOVE WS-FALLOS TO WS-CASI-FALLOS(WS-POS-CASI)
012080         MOVE WS-PCT TO WS-CASI-PCT(WS-POS-CASI)
012085         MOVE WS-POL-ACT-CODIGO TO WS-CASI-POLITICA(WS-POS-CASI)
012090     END-IF.
012100 3600-EXIT.
012110     EXIT.
012570     MOVE WS-ELTEXTO-ORIGINAL TO WS-DET-TEXTO
012580     MOVE MITEXTO TO WS-DET-MITEXTO
012590     MOVE WS-CLIENTE TO WS-DET-CLIENTE
012595     MOVE WS-POL-ACT-CODIGO TO WS-DET-POLITICA
012600     MOVE LARGO-RPT TO WS-DET-LARGO
012610     PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT.
012620 4000-EXIT.
012660*================================================================
012670*    COMPONE LA LINEA DE DETALLE CON LOS TEXTOS RECORTADOS A SU
012680*    LARGO REAL Y LA GRABA COMO REGISTRO DE LONGITUD VARIABLE.
012685*    TRAS EL CLIENTE VA LA POLITICA DE VEREDICTO APLICADA.
012690     MOVE SPACES TO RPT-LINEA-VAR
012700     MOVE 1 TO WS-PUNTERO-RPT
012710     STRING WS-DET-CLIENTE DELIMITED BY SIZE
012713         " " DELIMITED BY SIZE
012716         WS-DET-POLITICA DELIMITED BY SIZE
012720         " " DELIMITED BY SIZE
012730         FUNCTION TRIM(WS-DET-TEXTO) DELIMITED BY SIZE
012740         " " DELIMITED BY SIZE
013280*================================================================
013290*    GRABAMOS EN EL SERVICIO COMPARTIDO EL PUNTO ACTUAL Y LOS
013300*    TOTALES DE ESTE LOTE, PARA QUE UN REINICIO ARRANQUE EL
013305*    RESUMEN DESDE EL ACUMULADO REAL Y NO DESDE CERO. ANTES SE
013310*    GRABA EN VOLTXT LO PENDIENTE DEL LOTE.
013315     PERFORM 5060-VOLCAR-VOLUMEN THRU 5060-EXIT
013320     MOVE "G" TO CKP-STD-FUNCION
013330     MOVE WS-PROG-CONTROL TO CKP-STD-PROGRAMA
013340*    SE GUARDAN LOS REGISTROS FISICOS YA CONSUMIDOS; EL QUE
013350*    QUEDO PENDIENTE POR ROMPER UNA CADENA AUN NO LO ESTA Y
013360*    DEBE RELEERSE EN EL REINICIO.
013460     MOVE WS-SUMA-LARGOS      TO CKP-STD-CONTADOR(4)
013470     MOVE WS-TOTAL-RECHAZADOS TO CKP-STD-CONTADOR(5)
013480     MOVE WS-REGS-PROCESADOS  TO CKP-STD-CONTADOR(6)
013485     MOVE WS-TOTAL-REPETIDOS  TO CKP-STD-CONTADOR(7)
013490     CALL "CHKPTSRV" USING CKP-STD-AREA
013492     PERFORM 5010-GRABAR-CKP-POLITICAS THRU 5010-EXIT
013494     PERFORM 5040-GRABAR-CKP-CLIENTE THRU 5040-EXIT.
013500 5000-EXIT.
013510     EXIT.
013511*================================================================
013512 5010-GRABAR-CKP-POLITICAS.
013513*================================================================
013514*    LOS CONTADORES POR POLITICA, EN SUS DOS ENTRADAS PROPIAS.
013515     MOVE WS-TROZO-NUMERO TO WS-CKP-POL-TROZO
013516     MOVE "A" TO WS-CKP-POL-PARTE
013517     MOVE "G" TO CKP-STD-FUNCION
013518     MOVE WS-CKP-POL-CLAVE TO CKP-STD-PROGRAMA
013519     INITIALIZE CKP-STD-CONTADORES
013520     PERFORM 5020-EMPAQUETAR-A THRU 5020-EXIT
013521         VARYING WS-IDX-POL FROM 1 BY 1
013522         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
013523     CALL "CHKPTSRV" USING CKP-STD-AREA
013524     MOVE "B" TO WS-CKP-POL-PARTE
013525     MOVE "G" TO CKP-STD-FUNCION
013526     MOVE WS-CKP-POL-CLAVE TO CKP-STD-PROGRAMA
013527     INITIALIZE CKP-STD-CONTADORES
013528     PERFORM 5030-EMPAQUETAR-B THRU 5030-EXIT
013529         VARYING WS-IDX-POL FROM 1 BY 1
013530         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
013531     CALL "CHKPTSRV" USING CKP-STD-AREA.
013532 5010-EXIT.
013533     EXIT.
013534*================================================================
013535 5020-EMPAQUETAR-A.
013536*================================================================
013537     COMPUTE CKP-STD-CONTADOR(WS-IDX-POL) =
013538         WS-POL-PROCESADOS(WS-IDX-POL) * 1000000000
013539         + WS-POL-PERFECTO(WS-IDX-POL).
013540 5020-EXIT.
013541     EXIT.
013542*================================================================
013543 5030-EMPAQUETAR-B.
013544*================================================================
013545     COMPUTE CKP-STD-CONTADOR(WS-IDX-POL) =
013546         WS-POL-ACEPTADO(WS-IDX-POL) * 1000000000
013547         + WS-POL-CORTO(WS-IDX-POL).
013548 5030-EXIT.
013549     EXIT.
013550*================================================================
013551 5040-GRABAR-CKP-CLIENTE.
013552*================================================================
013553*    EL CLIENTE ABIERTO Y SUS CONTADORES, EN SU ENTRADA PROPIA.
013554     MOVE WS-CLIENTE-ACTUAL TO WS-CKC-CLIENTE
013555     MOVE WS-CLIENTE-ABIERTO TO WS-CKC-ABIERTO
013556     MOVE WS-CLI-PERFECTO  TO WS-CKC-PERFECTO
013557     MOVE WS-CLI-ERROR     TO WS-CKC-ERROR
013558     MOVE WS-CLI-RECHAZADO TO WS-CKC-RECHAZADO
013559     MOVE WS-CLI-REPETIDO  TO WS-CKC-REPETIDO
013560     MOVE WS-TROZO-NUMERO TO WS-CKP-CLI-TROZO
013561     MOVE "G" TO CKP-STD-FUNCION
013562     MOVE WS-CKP-CLI-CLAVE TO CKP-STD-PROGRAMA
013563     MOVE WS-CKP-CLIENTE TO CKP-STD-CONTADORES
013564     CALL "CHKPTSRV" USING CKP-STD-AREA.
013565 5040-EXIT.
013566     EXIT.
013567*================================================================
013568 5050-BORRAR-CHECKPOINT.
013569*================================================================
013570*    LA EJECUCION TERMINO COMPLETA (LLEGAMOS AL AT END DE
013571*    VERDAD), ASI QUE EL CHECKPOINT SE REINICIA A CERO EN
013572*    LUGAR DE DEJAR GRABADO EL TOTAL DE ESTE LOTE. SI NO LO
013580*    HICIERAMOS, UN ELTEXTO NUEVO Y MAS PEQUENO EN LA PROXIMA
013590*    EJECUCION SE SALTARIA REGISTROS QUE NUNCA SE VERIFICARON.
013600     MOVE "B" TO CKP-STD-FUNCION
013610     MOVE WS-PROG-CONTROL TO CKP-STD-PROGRAMA
013611     CALL "CHKPTSRV" USING CKP-STD-AREA
013612     MOVE WS-TROZO-NUMERO TO WS-CKP-POL-TROZO
013613     MOVE "A" TO WS-CKP-POL-PARTE
013614     MOVE "B" TO CKP-STD-FUNCION
013615     MOVE WS-CKP-POL-CLAVE TO CKP-STD-PROGRAMA
013616     CALL "CHKPTSRV" USING CKP-STD-AREA
013617     MOVE "B" TO WS-CKP-POL-PARTE
013618     MOVE "B" TO CKP-STD-FUNCION
013619     MOVE WS-CKP-POL-CLAVE TO CKP-STD-PROGRAMA
013620     CALL "CHKPTSRV" USING CKP-STD-AREA
013621     MOVE WS-TROZO-NUMERO TO WS-CKP-CLI-TROZO
013622     MOVE "B" TO CKP-STD-FUNCION
013623     MOVE WS-CKP-CLI-CLAVE TO CKP-STD-PROGRAMA
013624     CALL "CHKPTSRV" USING CKP-STD-AREA.
013625 5050-EXIT.
013626     EXIT.
013627*================================================================
013628 5060-VOLCAR-VOLUMEN.
013629*================================================================
013630*    GRABA EN VOLTXT LOS REGISTROS PENDIENTES, EN SU ORDEN.
013631     PERFORM 5065-ESCRIBIR-VOLUMEN THRU 5065-EXIT
013632         VARYING WS-IDX-VOL FROM 1 BY 1
013633         UNTIL WS-IDX-VOL > WS-NUM-VOLUMEN
013634     MOVE 0 TO WS-NUM-VOLUMEN.
013635 5060-EXIT.
013636     EXIT.
013637*================================================================
013638 5065-ESCRIBIR-VOLUMEN.
013639*================================================================
013640     WRITE VOL-REGISTRO FROM WS-VOL-PENDIENTE(WS-IDX-VOL).
013641 5065-EXIT.
013642     EXIT.
013643*================================================================
013644 5070-GUARDAR-VOLUMEN.
013645*================================================================
013646*    EL REGISTRO PREPARADO EN VOL-REGISTRO QUEDA PENDIENTE HASTA
013647*    EL PROXIMO CHECKPOINT. LA TABLA NO SE LLENA CON UN CHECKPOINT
013648*    CADA 100 REGISTROS; SI SE LLENARA, SE GRABA YA.
013649     ADD 1 TO WS-NUM-VOLUMEN
013650     MOVE VOL-REGISTRO TO WS-VOL-PENDIENTE(WS-NUM-VOLUMEN)
013651     IF WS-NUM-VOLUMEN = 250
013652         PERFORM 5060-VOLCAR-VOLUMEN THRU 5060-EXIT
013653     END-IF.
013654 5070-EXIT.
013655     EXIT.
013656*================================================================
013660 6000-ESCRIBIR-RESUMEN.
013670*================================================================
013680*    TRAILER DE FIN DE EJECUCION CON LOS TOTALES DEL LOTE.
014030         MOVE WS-TOTAL-PALABRAS-PAL TO RPT-RESUMEN-VALOR
014040         MOVE LENGTH OF RPT-RESUMEN-REGISTRO TO WS-RPT-LONG
014050         WRITE RPT-RESUMEN-REGISTRO
014051     END-IF
014052*    RECUENTO POR POLITICA DE VEREDICTO, SOLO LAS APLICADAS.
014053     MOVE 0 TO WS-POLITICAS-USADAS
014054     PERFORM 6100-CONTAR-POLITICA THRU 6100-EXIT
014055         VARYING WS-IDX-POL FROM 1 BY 1
014056         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
014057     MOVE "POLITICAS APLICADAS:          " TO RPT-RESUMEN-ETIQUETA
014058     MOVE WS-POLITICAS-USADAS TO RPT-RESUMEN-VALOR
014059     MOVE LENGTH OF RPT-RESUMEN-REGISTRO TO WS-RPT-LONG
014060     WRITE RPT-RESUMEN-REGISTRO
014061     PERFORM 6110-ESCRIBIR-POLITICA THRU 6110-EXIT
014062         VARYING WS-IDX-POL FROM 1 BY 1
014063         UNTIL WS-IDX-POL > WS-NUM-POLITICAS.
014070 6000-EXIT.
014080     EXIT.
014081*================================================================
014082 6100-CONTAR-POLITICA.
014083*================================================================
014084     IF WS-POL-PROCESADOS(WS-IDX-POL) > 0
014085         ADD 1 TO WS-POLITICAS-USADAS
014086     END-IF.
014087 6100-EXIT.
014088     EXIT.
014089*================================================================
014090 6110-ESCRIBIR-POLITICA.
014091*================================================================
014092     IF WS-POL-PROCESADOS(WS-IDX-POL) = 0
014093         GO TO 6110-EXIT
014094     END-IF
014095     MOVE "POLITICA " TO RPT-POL-LIT
014096     MOVE WS-POL-CODIGO(WS-IDX-POL) TO RPT-POL-CODIGO
014097     MOVE " PROCESADOS " TO RPT-POL-LIT-PRO
014098     MOVE WS-POL-PROCESADOS(WS-IDX-POL) TO RPT-POL-PROCESADOS
014099     MOVE " PERFECTO " TO RPT-POL-LIT-PER
014100     MOVE WS-POL-PERFECTO(WS-IDX-POL) TO RPT-POL-PERFECTO
014101     MOVE " ACEPTADO " TO RPT-POL-LIT-ACE
014102     MOVE WS-POL-ACEPTADO(WS-IDX-POL) TO RPT-POL-ACEPTADO
014103     MOVE " CORTO " TO RPT-POL-LIT-COR
014104     MOVE WS-POL-CORTO(WS-IDX-POL) TO RPT-POL-CORTO
014105     MOVE " ERROR " TO RPT-POL-LIT-ERR
014106     MOVE WS-POL-ERROR(WS-IDX-POL) TO RPT-POL-ERROR
014107     MOVE LENGTH OF RPT-POLITICA-REGISTRO TO WS-RPT-LONG
014108     WRITE RPT-POLITICA-REGISTRO.
014109 6110-EXIT.
014110     EXIT.
014112*================================================================
014114 7000-ESCRIBIR-CASI.
014116*================================================================
014120*    SECCION FINAL "CASI PALINDROMOS": LOS TEXTOS ERRONEOS MAS
014130*    CERCANOS AL APROBADO, PARA QUE EL EQUIPO DE REVISION
014140*    EMPIECE POR ELLOS.
014290*================================================================
014300     MOVE SPACES TO WS-DETALLE
014310     MOVE WS-CASI-CLIENTE(WS-IDX-CASI) TO WS-DET-CLIENTE
014315     MOVE WS-CASI-POLITICA(WS-IDX-CASI) TO WS-DET-POLITICA
014320     MOVE WS-CASI-TEXTO(WS-IDX-CASI) TO WS-DET-TEXTO
014330     MOVE WS-CASI-FALLOS(WS-IDX-CASI) TO WS-DET-FALLOS
014340     MOVE WS-CASI-PCT(WS-IDX-CASI) TO WS-DET-PCT
014350     MOVE "CASI" TO WS-DET-VEREDICTO
014360     PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT.
014370 7100-EXIT.
014371     EXIT.
014372*================================================================
014373 7200-ESCRIBIR-REPETIDOS.
014374*================================================================
014375*    SECCION "TEXTOS REPETIDOS": TEXTOS QUE EL CLIENTE YA HABIA
014376*    ENVIADO DENTRO DE LA VENTANA, CON LA PRIMERA FECHA EN QUE
014377*    SE VIERON Y LAS VECES ANTERIORES.
014378     IF WS-TOTAL-REPETIDOS > 0
014379         MOVE "TEXTOS REPETIDOS:             "
014380             TO RPT-RESUMEN-ETIQUETA
014381         MOVE WS-TOTAL-REPETIDOS TO RPT-RESUMEN-VALOR
014382         MOVE LENGTH OF RPT-RESUMEN-REGISTRO TO WS-RPT-LONG
014383         WRITE RPT-RESUMEN-REGISTRO
014384         PERFORM 7210-ESCRIBIR-UN-REPETIDO THRU 7210-EXIT
014385             VARYING WS-IDX-REPE FROM 1 BY 1
014386             UNTIL WS-IDX-REPE > WS-NUM-REPE
014387     END-IF.
014388 7200-EXIT.
014389     EXIT.
014390*================================================================
014391 7210-ESCRIBIR-UN-REPETIDO.
014392*================================================================
014393     MOVE SPACES TO WS-DETALLE
014394     MOVE WS-REPE-CLIENTE(WS-IDX-REPE) TO WS-DET-CLIENTE
014395     MOVE WS-REPE-POLITICA(WS-IDX-REPE) TO WS-DET-POLITICA
014404     MOVE WS-REPE-TEXTO(WS-IDX-REPE) TO WS-DET-TEXTO
014405     MOVE WS-REPE-VECES(WS-IDX-REPE) TO WS-EDIT-VECES
014406     STRING "PRIMERA=" DELIMITED BY SIZE
014407         WS-REPE-PRIMERA(WS-IDX-REPE) DELIMITED BY SIZE
014408         " VECES=" DELIMITED BY SIZE
014409         FUNCTION TRIM(WS-EDIT-VECES) DELIMITED BY SIZE
014410         INTO WS-DET-MITEXTO
014411     END-STRING
014412     MOVE "REPETIDO" TO WS-DET-VEREDICTO
014413     PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT.
014414 7210-EXIT.
014415     EXIT.
014416*================================================================
014417 7300-ESCRIBIR-FIN-TROZO.
014418*================================================================
014419*    ULTIMA LINEA DEL INFORME DE UN TROZO: NUMERO, FISICOS
014420*    LEIDOS Y SU HASH. EL CASADOR UNETXT LA CONTRASTA CON EL
014421*    MANIFIESTO DE PARTETXT Y LA USA COMO SEPARADOR DE TROZOS.
014422     MOVE "FIN DE TROZO " TO RPT-TRZ-LIT
014423     MOVE WS-TROZO-NUMERO TO RPT-TRZ-NUMERO
014424     MOVE " FISICOS " TO RPT-TRZ-LIT-FIS
014425     MOVE WS-REGS-FISICOS TO RPT-TRZ-FISICOS
014426     MOVE " HASH " TO RPT-TRZ-LIT-HASH
014427     MOVE WS-TROZO-HASH TO RPT-TRZ-HASH
014428     MOVE LENGTH OF RPT-TROZO-REGISTRO TO WS-RPT-LONG
014429     WRITE RPT-TROZO-REGISTRO.
014430 7300-EXIT.
014431     EXIT.
014432*================================================================
014433 8000-GRABAR-TOTALES-DIA.
014434*================================================================
014435*    ANOTA LOS TOTALES DE LA CORRIDA EN EL FICHERO DE TOTALES
014436*    DIARIOS (PALINTOT), DEL QUE EL CONSOLIDADO SEMANAL
014440*    (TENDENCIA) SACA SU INFORME DE LOS LUNES.
014450     OPEN EXTEND PALINDROMO-TOT
014460     IF WS-TOT-NO-EXISTE
014530     MOVE WS-TOTAL-ERROR      TO TOT-ERROR
014540     MOVE WS-TOTAL-RECHAZADOS TO TOT-RECHAZADOS
014550     MOVE WS-SUMA-LARGOS      TO TOT-SUMA-LARGOS
014551*    CONTADORES DE TODAS LAS POLITICAS CARGADAS, EN EL ORDEN DE
014552*    LA TABLA: ASI LOS TROZOS DE UNA CORRIDA PARTIDA LAS TRAEN
014553*    EN EL MISMO ORDEN.
014554     INITIALIZE TOT-POLITICAS
014555     PERFORM 8100-ANOTAR-POLITICA THRU 8100-EXIT
014556         VARYING WS-IDX-POL FROM 1 BY 1
014557         UNTIL WS-IDX-POL > WS-NUM-POLITICAS
014560     WRITE TOT-REGISTRO
014570     CLOSE PALINDROMO-TOT.
014580 8000-EXIT.
014590     EXIT.
014591*================================================================
014592 8100-ANOTAR-POLITICA.
014593*================================================================
014594     MOVE WS-POL-CODIGO(WS-IDX-POL) TO TOT-POL-CODIGO(WS-IDX-POL)
014595     MOVE WS-POL-PROCESADOS(WS-IDX-POL)
014596         TO TOT-POL-PROCESADOS(WS-IDX-POL)
014597     MOVE WS-POL-PERFECTO(WS-IDX-POL)
014598         TO TOT-POL-PERFECTO(WS-IDX-POL)
014599     MOVE WS-POL-ACEPTADO(WS-IDX-POL)
014600         TO TOT-POL-ACEPTADO(WS-IDX-POL)
014601     MOVE WS-POL-CORTO(WS-IDX-POL) TO TOT-POL-CORTO(WS-IDX-POL)
014602     MOVE WS-POL-ERROR(WS-IDX-POL) TO TOT-POL-ERROR(WS-IDX-POL).
014603 8100-EXIT.
014604     EXIT.
014606*================================================================
014610 9000-TERMINATE.
014620*================================================================
014630*    SE CIERRA EL SUBTOTAL DEL ULTIMO CLIENTE ANTES DE LOS
014650     IF CLIENTE-ABIERTO
014660         PERFORM 2600-SUBTOTAL-CLIENTE THRU 2600-EXIT
014670     END-IF
014675     PERFORM 5060-VOLCAR-VOLUMEN THRU 5060-EXIT
014680     PERFORM 5050-BORRAR-CHECKPOINT THRU 5050-EXIT
014690     PERFORM 6000-ESCRIBIR-RESUMEN THRU 6000-EXIT
014700     PERFORM 7000-ESCRIBIR-CASI THRU 7000-EXIT
014705     PERFORM 7200-ESCRIBIR-REPETIDOS THRU 7200-EXIT
014706     IF MODO-TROZO
014707         PERFORM 7300-ESCRIBIR-FIN-TROZO THRU 7300-EXIT
014708     END-IF
014710     PERFORM 8000-GRABAR-TOTALES-DIA THRU 8000-EXIT
014720     IF CORTE-DISPARADO
014722         MOVE 12 TO WS-RC-FINAL
014724     END-IF
014726     IF HUELLA-FALLIDA AND WS-RC-FINAL < 4
014728         MOVE 4 TO WS-RC-FINAL
014740     END-IF
014750     CLOSE ELTEXTO-FILE
014760     CLOSE PALINDROMO-RPT
014770     CLOSE PALINDROMO-REJ
014775     CLOSE PALINDROMO-VOL
014776     IF HUELLA-ACTIVA
014777         CLOSE HUELLA-TXT
014778     END-IF.
014780 9000-EXIT.
014790     EXIT.
014800 END PROGRAM PALINDROMO.
