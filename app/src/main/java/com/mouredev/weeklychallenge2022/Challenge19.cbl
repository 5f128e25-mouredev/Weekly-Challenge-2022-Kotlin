004021*                 suelta al terminar; una segunda instancia
004022*                 concurrente recibe denegado y termina con
004023*                 RC 12 sin tocar el checkpoint compartido.
004024* 2026-10-15 MNT  Linaje en los rechazos: cada imagen de
004025*                 CONVREJ lleva fichero CONVIN, fecha de negocio
004026*                 y secuencia de lectura, como ya hacia AREA_POL,
004027*                 para el acuse de recibo al socio (ACUSE). La
004028*                 muestra por defecto, sin fichero, no lo lleva.
004029* 2026-10-15 MNT  Digito de control de la clave de grupo (modulo
004030*                 DIGCONTR, esquema CNV): una IN-CLAVE informada
004031*                 con digito erroneo o mal formada se rechaza
004032*                 con su propio motivo en cualquier modo, antes
004033*                 de que sume a un grupo que no es el suyo.
004034* 2026-10-15 MNT  Nuevo modo NOMINA: cada registro es un periodo
004035*                 trabajado de un empleado (IN-CLAVE) y cada
004036*                 minuto se clasifica contra su patron de turno
004037*                 como festivo (CALENLAB), nocturno (franja de
004038*                 noche, tarjeta NOCHE, por defecto 22:00 a
004039*                 06:00), ordinario (dentro del turno) o extra
004040*                 (fuera del turno). El cierre escribe CONVNOM,
004041*                 extracto por empleado y mes de pago con las
004042*                 horas por categoria y control CTLREG, para el
004043*                 interfaz de nomina, que deja de teclearse.
004044* 2026-10-15 MNT  Festivos por region: HORAS-LABOR y NOMINA
004045*                 consultan el festivo al modulo CALENDARIO con
004046*                 la region del registro, que es la nueva columna
004047*                 IN-SITIO o, en blanco, la zona de origen; sin
004048*                 ninguna de las dos, el calendario nacional. La
004049*                 tabla local de festivos desaparece.
004054* 2026-10-15 MNT  La cabecera CAB lleva la version vigente del
004059*                 programa segun el registro de entregas (modulo
004064*                 VERSPROG), consultada al arrancar.
004069***************************************************************
004074 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CONVERSOR-PARM ASSIGN TO "CONVPARM"
005126     SELECT TURNOS-FILE ASSIGN TO "TURNOS"
005127         ORGANIZATION IS LINE SEQUENTIAL
005128         FILE STATUS IS WS-TUR-STATUS.
005129     SELECT CONVERSOR-CSV ASSIGN TO "CONVCSV"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS WS-CSV-STATUS.
005150     SELECT CONVERSOR-NOM ASSIGN TO "CONVNOM"
005160         ORGANIZATION IS LINE SEQUENTIAL
005170         FILE STATUS IS WS-NOM-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
006778*    Clave de agrupacion (trabajador u orden), solo para el
006779*    modo CONSOLIDA.
006781     05  IN-CLAVE                PIC X(10).
006785*    Sede del registro: region de su calendario de festivos;
006789*    en blanco manda la zona de origen.
006793     05  IN-SITIO                PIC X(06).
006800*
006900 FD  CONVERSOR-RPT.
007000 01  RPT-REGISTRO.
009237     05  TUR-DIA                 PIC 9(01).
009238     05  TUR-DESDE               PIC 9(04).
009239     05  TUR-HASTA               PIC 9(04).
009240 FD  CONVERSOR-CSV.
009241 01  CSV-REGISTRO                PIC X(100).
009242*    Extracto de nomina del modo NOMINA: una fila por empleado
009243*    y periodo de pago (AAAAMM) con las horas de cada categoria
009244*    en centesimas, entre cabecera y trailer estandar (clave de
009245*    control: el empleado, posicion 1 y longitud 10).
009246 FD  CONVERSOR-NOM.
009247 01  NOM-REGISTRO.
009248     05  NOM-CLAVE               PIC X(10).
009249     05  NOM-PERIODO             PIC 9(06).
009250     05  NOM-HORAS-ORDINARIAS    PIC 9(05)V99.
009251     05  NOM-HORAS-EXTRA         PIC 9(05)V99.
009252     05  NOM-HORAS-NOCTURNAS     PIC 9(05)V99.
009254     05  NOM-HORAS-FESTIVAS      PIC 9(05)V99.
009256     05  NOM-HORAS-TOTALES       PIC 9(06)V99.
009258     COPY CTLREG.
009265*
009300 WORKING-STORAGE SECTION.
009301*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
009302     COPY FECNEG.
009303*    Version vigente del programa (registro de entregas).
009304     COPY VERSTD.
009305*    AREA DE COMUNICACION CON EL MODULO CALENDARIO.
009306     COPY CALSTD.
009326*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
009346     COPY METREG.
009400 01  WS-IN-STATUS                PIC X(02).
009500     88  WS-IN-OK                VALUE "00".
009600     88  WS-IN-FIN-FICHERO       VALUE "10".
009710 01  WS-PARM-STATUS              PIC X(02).
009720     88  WS-PARM-OK              VALUE "00".
009730     88  WS-PARM-FIN-FICHERO     VALUE "10".
009731     88  WS-PARM-NO-EXISTE       VALUE "35".
009732 01  WS-RPT-STATUS               PIC X(02).
009733     88  WS-RPT-NO-EXISTE        VALUE "35".
009734 01  WS-REJ-STATUS               PIC X(02).
009735     88  WS-REJ-NO-EXISTE        VALUE "35".
009736 01  WS-CSV-STATUS               PIC X(02).
009737     88  WS-CSV-NO-EXISTE        VALUE "35".
009738*
009739*    Campos de la exportacion CSV opcional (tarjeta CSV S):
009740*    el detalle y el resumen se escriben ademas como fichero
009741*    delimitado por punto y coma para finanzas y datos.
009742*   Modo de agregacion (tarjeta AGREG S): ademas del detalle
009743*   se acumulan todas las duraciones y el cierre imprime el
009744*   gran total en cada unidad soportada, el total normalizado
009745*   D/H/M/S y la media por registro.
009746*   Modo laborable (tarjeta LABOR S): el componente DIAS se
009747*   cuenta en dias laborables (fines de semana y festivos del
009748*   calendario CALENLAB excluidos), ANCLADO EN LA FECHA DE
009749*   NEGOCIO; fuera de la vigencia del calendario se rechaza.
009751*   Husos horarios del modo SUMA-FECHA: desplazamiento estandar
009752*   por zona (tarjetas HUSO) y tramos de verano con su propio
009753*   desplazamiento y vigencia por anno (tarjetas VERAN).
009797        10  WS-TUR-HASTA        PIC 9(04).
009798 01  WS-IDX-TUR                  PIC 9(03) COMP VALUE ZERO.
009799 01  WS-PATRON-VISTO             PIC X(01) VALUE "N".
009800*   Consolidacion de intervalos por clave (modo CONSOLIDA):
009801*   hasta 200 claves con 50 intervalos cada una, en segundos
009802*   absolutos desde la base de INTEGER-OF-DATE.
009803 01  WS-CONSOLIDACION.
009804    05  WS-NUM-CLAVES           PIC 9(03) COMP VALUE ZERO.
009805    05  WS-CLAVE-ENTRY OCCURS 200 TIMES.
009806        10  WS-CON-CLAVE        PIC X(10).
009807        10  WS-CON-NUM          PIC 9(03) COMP.
009808        10  WS-CON-BRUTO        PIC 9(12).
009811        10  WS-CON-INTERVALO OCCURS 50 TIMES.
009812            15  WS-CON-INI      PIC 9(12).
009813            15  WS-CON-FIN      PIC 9(12).
009823 01  WS-TRAMO-INI                PIC 9(12) VALUE ZERO.
009824 01  WS-TRAMO-FIN                PIC 9(12) VALUE ZERO.
009825 01  WS-SOLAPE-CLAVE             PIC S9(12) VALUE ZERO.
009826 01  WS-DATOS-HORAS-TURNO.
009827    05  WS-SEG-ABS-INI          PIC 9(12) VALUE ZERO.
009828    05  WS-SEG-ABS-FIN          PIC 9(12) VALUE ZERO.
009829    05  WS-SEG-VENT-INI         PIC 9(12) VALUE ZERO.
009830    05  WS-SEG-VENT-FIN         PIC 9(12) VALUE ZERO.
009831    05  WS-SEG-TRABAJADOS       PIC 9(12) VALUE ZERO.
009832    05  WS-SOLAPE               PIC S9(12) VALUE ZERO.
009833    05  WS-ENTERO-DIA           PIC 9(08) COMP VALUE ZERO.
009834    05  WS-ENTERO-DIA-FIN       PIC 9(08) COMP VALUE ZERO.
009835    05  WS-DIA-SEMANA-TUR       PIC 9(01) VALUE ZERO.
009836    05  WS-FECHA-DIA            PIC 9(08) VALUE ZERO.
009837    05  WS-HHMM                 PIC 9(04) VALUE ZERO.
009838    05  WS-HHMM-DESGLOSE REDEFINES WS-HHMM.
009839        15  WS-HHMM-HH          PIC 9(02).
009840        15  WS-HHMM-MM          PIC 9(02).
009841 01  WS-OPCION-LABOR             PIC X(01) VALUE "N".
009842    88  LABOR-ACTIVADO          VALUE "S".
009843 01  WS-CAL-STATUS               PIC X(02).
009844    88  WS-CAL-NO-EXISTE        VALUE "35".
009845    88  WS-CAL-FIN-FICHERO      VALUE "10".
009846 01  WS-CAL-CARGADO              PIC X(01) VALUE "N".
009847 01  WS-CAL-DESDE                PIC 9(08) VALUE ZERO.
009848 01  WS-CAL-HASTA                PIC 9(08) VALUE 99999999.
009849 01  WS-FECHA-FESTIVO            PIC 9(08) VALUE ZERO.
009850 01  WS-ES-FESTIVO               PIC X(01) VALUE "N".
009851 01  WS-DIAS-NEGOCIO             PIC 9(03) VALUE ZERO.
009852 01  WS-DIAS-CIVILES             PIC 9(05) VALUE ZERO.
009853 01  WS-LAB-CONTADOS             PIC 9(05) VALUE ZERO.
009854 01  WS-FECHA-PASO               PIC 9(08) VALUE ZERO.
009855 01  WS-ENTERO-PASO              PIC 9(08) COMP VALUE ZERO.
009856 01  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO.
009857 01  WS-ES-LABORABLE             PIC X(01) VALUE "N".
009858 01  WS-FUERA-CALENDARIO         PIC X(01) VALUE "N".
009859 01  WS-OPCION-AGREGA            PIC X(01) VALUE "N".
009860     88  AGREGA-ACTIVADA         VALUE "S".
009861 01  WS-AGRE-SEGUNDOS            PIC 9(18) VALUE ZERO.
009862 01  WS-AGRE-APORTE              PIC 9(12) VALUE ZERO.
009863 01  WS-AGRE-VALOR               PIC 9(18) VALUE ZERO.
009864 01  WS-AGRE-DIAS                PIC 9(09) VALUE ZERO.
009865 01  WS-AGRE-RESTO               PIC 9(06) VALUE ZERO.
009866 01  WS-AGRE-HH                  PIC 9(02) VALUE ZERO.
009867 01  WS-AGRE-MM                  PIC 9(02) VALUE ZERO.
009868 01  WS-AGRE-SS                  PIC 9(02) VALUE ZERO.
009869 01  WS-AGRE-MEDIA               PIC 9(15)V99 VALUE ZERO.
009870 01  WS-OPCION-CSV               PIC X(01) VALUE "N".
009871     88  CSV-ACTIVADO            VALUE "S".
009872 01  WS-CSV-DIAS                 PIC ZZ9.
009873 01  WS-CSV-HORAS                PIC Z9.
009874 01  WS-CSV-MINUTOS              PIC Z9.
009875 01  WS-CSV-SEGUNDOS             PIC Z9.
009876 01  WS-CSV-VALOR                PIC Z(14)9.
009877 01  WS-CSV-CONTADOR             PIC Z(8)9.
009878 01  WS-CSV-ETIQUETA             PIC X(12).
009879*
009880*    Area de comunicacion con el servicio compartido de
009881*    checkpoint/reinicio (CHKPTSRV) y campos de salto.
009882     COPY CKPSTD.
009883 01  WS-CADA-CUANTO-CKP          PIC 9(08) COMP VALUE 100.
009884 01  WS-REGS-PROCESADOS          PIC 9(08) COMP VALUE ZERO.
009885 01  WS-REGS-A-SALTAR            PIC 9(08) COMP VALUE ZERO.
009886 01  WS-IDX-SALTO                PIC 9(08) COMP VALUE ZERO.
009887 01  WS-LINAJE-ACTUAL.
009888     05  WS-LIN-FICHERO          PIC X(10) VALUE "CONVIN".
009889     05  WS-LIN-FECHA            PIC 9(08) VALUE ZERO.
009890     05  WS-LIN-SECUEN           PIC 9(09) VALUE ZERO.
009891*
009900 01  WS-SWITCHES.
010000     05  WS-USAR-DEFECTO         PIC X(01)   VALUE "N".
010100         88  USAR-DEFECTO                    VALUE "S".
012500*
012510*    Area de comunicacion con el gestor de cerrojos (CERROJO).
012520     COPY CERSTD.
012530*
012540*    Area de comunicacion con el servicio de digito de control.
012550     COPY DIGSTD.
012551*
012552*    Modo NOMINA: minutos trabajados por empleado (IN-CLAVE) y
012553*    periodo de pago (mes AAAAMM), clasificados contra el patron
012554*    de turno en ordinarios, extra, nocturnos y festivos.
012555 01  WS-NOM-STATUS               PIC X(02).
012556 01  WS-NOCHE-DESDE              PIC 9(04) VALUE 2200.
012557 01  WS-NOCHE-HASTA              PIC 9(04) VALUE 0600.
012558 01  WS-DATOS-NOMINA.
012559     05  WS-NOM-MIN-ABS          PIC 9(12) VALUE ZERO.
012560     05  WS-NOM-MIN-FIN          PIC 9(12) VALUE ZERO.
012561     05  WS-NOM-MIN-CLASIF       PIC 9(12) VALUE ZERO.
012562     05  WS-NOM-DIA              PIC 9(08) COMP VALUE ZERO.
012563     05  WS-NOM-DIA-CACHE        PIC 9(08) COMP VALUE ZERO.
012564     05  WS-NOM-MIN-DIA          PIC 9(04) VALUE ZERO.
012565     05  WS-NOM-FECHA            PIC 9(08) VALUE ZERO.
012566     05  WS-NOM-FECHA-DESGLOSE REDEFINES WS-NOM-FECHA.
012567         10  WS-NOM-FECHA-MES    PIC 9(06).
012568         10  FILLER              PIC 9(02).
012569     05  WS-NOM-DIA-SEM          PIC 9(01) VALUE ZERO.
012570     05  WS-NOM-DIA-SEM-ANT      PIC 9(01) VALUE ZERO.
012571     05  WS-NOM-FESTIVO          PIC X(01) VALUE "N".
012572     05  WS-NOM-EN-TURNO         PIC X(01) VALUE "N".
012573     05  WS-NOM-INSERTAR         PIC X(01) VALUE "N".
012574     05  WS-NOM-FRANJA-INI       PIC 9(04) VALUE ZERO.
012575     05  WS-NOM-FRANJA-FIN       PIC 9(04) VALUE ZERO.
012576     05  WS-NOM-NOCHE-INI        PIC 9(04) VALUE ZERO.
012577     05  WS-NOM-NOCHE-FIN        PIC 9(04) VALUE ZERO.
012578     05  WS-NOM-IDX              PIC 9(04) COMP VALUE ZERO.
012579     05  WS-NOM-IDX-DESDE        PIC 9(04) COMP VALUE ZERO.
012580     05  WS-NOM-POS              PIC 9(04) COMP VALUE ZERO.
012581     05  WS-NOM-SEG-RESTO        PIC 9(06) VALUE ZERO.
012582     05  WS-NOM-LLAVE.
012583         10  WS-NOM-LLAVE-CLAVE  PIC X(10).
012584         10  WS-NOM-LLAVE-MES    PIC 9(06).
012585 01  WS-TABLA-NOMINA.
012586     05  WS-NUM-NOMINA           PIC 9(04) COMP VALUE ZERO.
012587     05  WS-NOMINA-ENTRY OCCURS 1000 TIMES.
012588         10  WS-NMA-LLAVE.
012589             15  WS-NMA-CLAVE    PIC X(10).
012590             15  WS-NMA-PERIODO  PIC 9(06).
012591         10  WS-NMA-ORDINARIOS   PIC 9(09).
012592         10  WS-NMA-EXTRA        PIC 9(09).
012593         10  WS-NMA-NOCTURNOS    PIC 9(09).
012594         10  WS-NMA-FESTIVOS     PIC 9(09).
012595 01  WS-NOMINA-PERDIDOS          PIC 9(09) COMP VALUE ZERO.
012596 01  WS-NOM-REGISTROS            PIC 9(09) VALUE ZERO.
012597 01  WS-HASH-NOM                 PIC 9(18) VALUE ZERO.
012598 01  WS-CLAVE-CTL                PIC X(200).
012599 01  WS-LARGO-CLAVE-CTL          PIC 9(03) VALUE 10.
012600 PROCEDURE DIVISION.
012700*
012800 0000-MAINLINE.
014408         PERFORM 3700-ESCRIBIR-CONSOLIDACION
014409             THRU 3700-ESCRIBIR-CONSOLIDACION-EXIT
014411     END-IF.
014412*
014413     IF WS-MODO = "NOMINA"
014414         PERFORM 3800-ESCRIBIR-NOMINA
014415             THRU 3800-ESCRIBIR-NOMINA-EXIT
014416     END-IF.
014418*
014420     PERFORM 2900-BORRAR-CHECKPOINT
014430         THRU 2900-BORRAR-CHECKPOINT-EXIT.
014500*
015300* 1000-INITIALIZE - abre ficheros y lee la tarjeta de parametros
015400***************************************************************
015500 1000-INITIALIZE.
015501*    Version vigente para las cabeceras de control.
015502     MOVE SPACES TO VRS-STD-AREA.
015503     MOVE "CONVERSOR" TO VRS-STD-PROGRAMA.
015504     MOVE ZERO TO VRS-STD-FECHA.
015505     CALL "VERSPROG" USING VRS-STD-AREA.
015510     PERFORM 1050-LEER-CHECKPOINT
015520         THRU 1050-LEER-CHECKPOINT-EXIT.
015530*    Si hay registros ya convertidos en una ejecucion anterior,
017820         PERFORM 1400-ABRIR-CSV
017830             THRU 1400-ABRIR-CSV-EXIT
017840     END-IF.
017841     IF LABOR-ACTIVADO OR WS-MODO = "HORAS-LABOR" OR "NOMINA"
017842         PERFORM 1600-CARGAR-CALENDARIO
017843             THRU 1600-CARGAR-CALENDARIO-EXIT
017844     END-IF.
020741                 MOVE PARM-MODO(1:3) TO WS-CORTE-PCT
020742                 MOVE PARM-MODO(4:5) TO WS-CORTE-MINIMO
020743             END-IF
020744         WHEN "NOCHE"
020745             IF PARM-MODO(1:8) IS NUMERIC
020746                 MOVE PARM-MODO(1:4) TO WS-NOCHE-DESDE
020747                 MOVE PARM-MODO(5:4) TO WS-NOCHE-HASTA
020748             END-IF
020749     END-EVALUATE.
020750     PERFORM 1110-LEER-UNA-TARJETA
020760         THRU 1110-LEER-UNA-TARJETA-EXIT.
020770*
022801      OR WS-MODO-EFECTIVO = "SUMA-FECHA"
022802      OR WS-MODO-EFECTIVO = "HORAS-LABOR"
022803      OR WS-MODO-EFECTIVO = "CONSOLIDA"
022813      OR WS-MODO-EFECTIVO = "NOMINA"
022900         PERFORM 2400-VALIDAR-RANGO
023000             THRU 2400-VALIDAR-RANGO-EXIT
023100     END-IF.
023110*    La clave de grupo se teclea a mano y lleva digito de
023120*    control en su ultimo caracter.
023130     IF NOT ES-RECHAZADO AND NOT USAR-DEFECTO
023140        AND IN-CLAVE NOT = SPACES
023150         PERFORM 2450-VALIDAR-CLAVE
023160             THRU 2450-VALIDAR-CLAVE-EXIT
023170     END-IF.
023200*
023300     IF NOT ES-RECHAZADO
023400         EVALUATE WS-MODO-EFECTIVO
023706             WHEN "CONSOLIDA"
023707                 PERFORM 2990-ACUMULAR-INTERVALO
023708                     THRU 2990-ACUMULAR-INTERVALO-EXIT
023718             WHEN "NOMINA"
023728                 PERFORM 4000-CLASIFICAR-NOMINA
023738                     THRU 4000-CLASIFICAR-NOMINA-EXIT
023800             WHEN OTHER
023801                 IF LABOR-ACTIVADO
023802                     PERFORM 2920-EXPANDIR-LABORABLES
033900 2300-CONVERTIR-A-DHMS-EXIT.
034000     EXIT.
034100*
034102* 2900-SUMAR-FECHA - arranque (fecha y hora) mas duracion DHMS
034104* da el instante de fin, con calendario real (longitud de mes y
034106* bisiestos) a traves de INTEGER-OF-DATE/DATE-OF-INTEGER; los
034108* arranques imposibles se rechazan
034110***************************************************************
034112 2900-SUMAR-FECHA.
034114     PERFORM 2910-VALIDAR-ARRANQUE
034116         THRU 2910-VALIDAR-ARRANQUE-EXIT.
034118     IF ES-RECHAZADO
034120         GO TO 2900-SUMAR-FECHA-EXIT
034122     END-IF.
034124*    Segundos del dia de arranque mas la duracion completa.
034126     COMPUTE WS-SEGUNDOS-TOTALES =
034128         (WS-INI-HH * 3600) + (WS-INI-MM * 60) + WS-INI-SS
034130         + (WS-DIAS * 86400) + (WS-HORAS * 3600)
034132         + (WS-MINUTOS * 60) + WS-SEGUNDOS.
034134     DIVIDE WS-SEGUNDOS-TOTALES BY 86400
034136         GIVING WS-DIAS-EXTRA
034138         REMAINDER WS-SEG-DEL-DIA.
034140     COMPUTE WS-ENTERO-FECHA =
034142         FUNCTION INTEGER-OF-DATE(WS-FECHA-INI) + WS-DIAS-EXTRA.
034144     COMPUTE WS-FECHA-FIN =
034146         FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
034148*    Con zonas declaradas, el fin local se lleva a la zona de
034150*    destino antes de componer el sello.
034152     PERFORM 2970-AJUSTAR-HUSOS
034154         THRU 2970-AJUSTAR-HUSOS-EXIT.
034156     IF ES-RECHAZADO
034158         GO TO 2900-SUMAR-FECHA-EXIT.
034160     DIVIDE WS-SEG-DEL-DIA BY 3600
034225         GIVING WS-FIN-HH REMAINDER WS-SEG-RESTO.
034226     DIVIDE WS-SEG-RESTO BY 60
034227         GIVING WS-FIN-MM REMAINDER WS-FIN-SS.
036900 2400-VALIDAR-RANGO-EXIT.
037000     EXIT.
037100*
037104***************************************************************
037108* 2450-VALIDAR-CLAVE - digito de control de IN-CLAVE (esquema
037112* CNV del modulo DIGCONTR)
037116***************************************************************
037120 2450-VALIDAR-CLAVE.
037124     MOVE "V"      TO DIG-STD-FUNCION.
037128     MOVE "CNV"    TO DIG-STD-TIPO.
037132     MOVE IN-CLAVE TO DIG-STD-REFERENCIA.
037136     CALL "DIGCONTR" USING DIG-STD-AREA.
037140     IF DIG-STD-CORRECTA
037144         GO TO 2450-VALIDAR-CLAVE-EXIT.
037148     PERFORM 2500-RECHAZAR
037152         THRU 2500-RECHAZAR-EXIT.
037156     IF DIG-STD-ERRONEA
037160         MOVE "CLAVE CON DIGITO ERRONEO" TO WS-MOTIVO-RECHAZO
037164     ELSE
037168         MOVE "CLAVE MAL FORMADA" TO WS-MOTIVO-RECHAZO
037172     END-IF.
037176     PERFORM 2550-ESCRIBIR-RECHAZO
037180         THRU 2550-ESCRIBIR-RECHAZO-EXIT.
037184*
037188 2450-VALIDAR-CLAVE-EXIT.
037192     EXIT.
037196*
037200 2500-RECHAZAR.
037300     MOVE "S" TO WS-RECHAZADO.
037400*
037750             DELIMITED BY SIZE INTO REJ-STD-IMAGEN
037760     ELSE
037770         MOVE IN-REGISTRO TO REJ-STD-IMAGEN
037772             MOVE FEC-NEG-FECHA TO WS-LIN-FECHA
037774             COMPUTE WS-LIN-SECUEN = WS-REGS-PROCESADOS + 1
037776             MOVE WS-LINAJE-ACTUAL TO REJ-STD-LINAJE
037780     END-IF.
037790     WRITE REJ-STD-REGISTRO.
037800     ADD 1 TO WS-TOTAL-RECHAZADOS.
041088     EXIT.
041100*
041101***************************************************************
041102* 1600-CARGAR-CALENDARIO - sin calendario laboral (CALENLAB)
041103* todo registro del modo laborable se rechaza en lugar de
041104* calcular en civil; los festivos por region, en CALENDARIO
041105***************************************************************
041106 1600-CARGAR-CALENDARIO.
041107     OPEN INPUT CALENDARIO-LAB.
041133         WHEN "VALID"
041134             MOVE CAL-FECHA-1 TO WS-CAL-DESDE
041135             MOVE CAL-FECHA-2 TO WS-CAL-HASTA
041142     END-EVALUATE.
041143     PERFORM 1610-LEER-CALENDARIO
041144         THRU 1610-LEER-CALENDARIO-EXIT.
041437         FUNCTION MOD(WS-ENTERO-DIA - 1, 7) + 1.
041438     COMPUTE WS-FECHA-DIA =
041439         FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA).
041440     MOVE WS-FECHA-DIA TO WS-FECHA-FESTIVO.
041441     PERFORM 2955-ES-FESTIVO THRU 2955-EXIT.
041442     IF WS-ES-FESTIVO = "S"
041443         ADD 1 TO WS-ENTERO-DIA
041444         GO TO 2985-TRABAJAR-UN-DIA-EXIT
041445     END-IF.
041448     PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
041449             UNTIL WS-IDX-TUR > WS-NUM-TURNOS
041451         IF WS-TUR-PATRON(WS-IDX-TUR) = IN-PATRON
041647     MOVE "  SOLAPE DESCONTADO SEG" TO RPT-RESLAR-ETIQUETA.
041648     MOVE WS-SOLAPE-CLAVE TO RPT-RESLAR-VALOR.
041649     WRITE RPT-RESUMEN-LARGO.
041650*
041651 3710-CONSOLIDAR-CLAVE-EXIT.
041652     EXIT.
041653*
041654***************************************************************
041655* 3800-ESCRIBIR-NOMINA - cierre del modo NOMINA: el extracto
041656* CONVNOM con una fila por empleado y mes, ya ordenado, entre
041657* cabecera y trailer estandar, y sus totales en el informe
041658***************************************************************
041659 3800-ESCRIBIR-NOMINA.
041660     CALL "FECHANEG" USING FEC-NEG-AREA.
041661     OPEN OUTPUT CONVERSOR-NOM.
041662     MOVE SPACES TO CTL-REGISTRO.
041663     MOVE "CAB" TO CTL-MARCA.
041664     MOVE "CONVERSO" TO CTL-PROGRAMA.
041665     MOVE FEC-NEG-FECHA TO CTL-FECHA.
041666     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
041667     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD.
041668     MOVE VRS-STD-VERSION TO CTL-VERSION.
041669     WRITE CTL-REGISTRO.
041670     MOVE 0 TO WS-NOM-REGISTROS WS-HASH-NOM.
041671     PERFORM 3810-FILA-NOMINA
041672         THRU 3810-FILA-NOMINA-EXIT
041673         VARYING WS-NOM-IDX FROM 1 BY 1
041674         UNTIL WS-NOM-IDX > WS-NUM-NOMINA.
041675     MOVE SPACES TO CTL-REGISTRO.
041676     MOVE "TRL" TO CTL-MARCA.
041677     MOVE "CONVERSO" TO CTL-PROGRAMA.
041678     MOVE FEC-NEG-FECHA TO CTL-FECHA.
041679     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
041680     MOVE WS-NOM-REGISTROS TO CTL-REGISTROS.
041681     MOVE WS-HASH-NOM TO CTL-HASH.
041682     MOVE 0 TO CTL-HASH-ORD.
041683     WRITE CTL-REGISTRO.
041684     CLOSE CONVERSOR-NOM.
041685     MOVE SPACES TO RPT-RESUMEN-REGISTRO.
041686     MOVE "FILAS DE NOMINA (CONVNOM)" TO RPT-RESUMEN-ETIQUETA.
041687     MOVE WS-NOM-REGISTROS TO RPT-RESUMEN-VALOR.
041688     WRITE RPT-RESUMEN-REGISTRO.
041689     IF WS-NOMINA-PERDIDOS > 0
041690         MOVE SPACES TO RPT-RESUMEN-REGISTRO
041691         MOVE "MINUTOS SIN HUECO (LIMITE)" TO RPT-RESUMEN-ETIQUETA
041692         MOVE WS-NOMINA-PERDIDOS TO RPT-RESUMEN-VALOR
041693         WRITE RPT-RESUMEN-REGISTRO
041694     END-IF.
041695*
041696 3800-ESCRIBIR-NOMINA-EXIT.
041697     EXIT.
041698*
041699 3810-FILA-NOMINA.
041700     MOVE SPACES TO NOM-REGISTRO.
041701     MOVE WS-NMA-CLAVE(WS-NOM-IDX) TO NOM-CLAVE.
041702     MOVE WS-NMA-PERIODO(WS-NOM-IDX) TO NOM-PERIODO.
041703     COMPUTE NOM-HORAS-ORDINARIAS ROUNDED =
041704         WS-NMA-ORDINARIOS(WS-NOM-IDX) / 60.
041705     COMPUTE NOM-HORAS-EXTRA ROUNDED =
041706         WS-NMA-EXTRA(WS-NOM-IDX) / 60.
041707     COMPUTE NOM-HORAS-NOCTURNAS ROUNDED =
041708         WS-NMA-NOCTURNOS(WS-NOM-IDX) / 60.
041709     COMPUTE NOM-HORAS-FESTIVAS ROUNDED =
041710         WS-NMA-FESTIVOS(WS-NOM-IDX) / 60.
041711     COMPUTE NOM-HORAS-TOTALES ROUNDED =
041712         (WS-NMA-ORDINARIOS(WS-NOM-IDX)
041713         + WS-NMA-EXTRA(WS-NOM-IDX)
041714         + WS-NMA-NOCTURNOS(WS-NOM-IDX)
041715         + WS-NMA-FESTIVOS(WS-NOM-IDX)) / 60.
041716     WRITE NOM-REGISTRO.
041717     ADD 1 TO WS-NOM-REGISTROS.
041718     MOVE SPACES TO WS-CLAVE-CTL.
041719     MOVE NOM-CLAVE TO WS-CLAVE-CTL(1:10).
041720     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE-CTL
041721         WS-HASH-NOM.
041722*
041723 3810-FILA-NOMINA-EXIT.
041724     EXIT.
041725*
041726***************************************************************
041727* 4000-CLASIFICAR-NOMINA - modo NOMINA: recorre minuto a minuto
041728* el periodo trabajado (arranque mas duracion; los segundos
041729* sueltos no cuentan) y acumula cada minuto en su empleado y
041730* mes de pago. Precedencia: festivo, nocturno, ordinario (dentro
041731* de una franja del patron) y, si no, extra
041732***************************************************************
041733 4000-CLASIFICAR-NOMINA.
041734     PERFORM 2910-VALIDAR-ARRANQUE
041735         THRU 2910-VALIDAR-ARRANQUE-EXIT.
041736     IF ES-RECHAZADO
041737         GO TO 4000-CLASIFICAR-NOMINA-EXIT.
041738     IF IN-CLAVE = SPACES
041739         PERFORM 2500-RECHAZAR
041740             THRU 2500-RECHAZAR-EXIT
041741         MOVE "SIN CLAVE DE EMPLEADO" TO WS-MOTIVO-RECHAZO
041742         PERFORM 2550-ESCRIBIR-RECHAZO
041743             THRU 2550-ESCRIBIR-RECHAZO-EXIT
041744         GO TO 4000-CLASIFICAR-NOMINA-EXIT.
041745     IF IN-PATRON = SPACES OR NOT TURNOS-CARGADOS
041746         PERFORM 2500-RECHAZAR
041747             THRU 2500-RECHAZAR-EXIT
041748         MOVE "SIN PATRON DE TURNO" TO WS-MOTIVO-RECHAZO
041749         PERFORM 2550-ESCRIBIR-RECHAZO
041750             THRU 2550-ESCRIBIR-RECHAZO-EXIT
041751         GO TO 4000-CLASIFICAR-NOMINA-EXIT.
041752     MOVE "N" TO WS-PATRON-VISTO.
041753     PERFORM 4005-BUSCAR-PATRON
041754         THRU 4005-BUSCAR-PATRON-EXIT
041755         VARYING WS-IDX-TUR FROM 1 BY 1
041756         UNTIL WS-IDX-TUR > WS-NUM-TURNOS
041757            OR WS-PATRON-VISTO = "S".
041758     IF WS-PATRON-VISTO = "N"
041759         PERFORM 2500-RECHAZAR
041760             THRU 2500-RECHAZAR-EXIT
041761         MOVE "PATRON DESCONOCIDO" TO WS-MOTIVO-RECHAZO
041762         PERFORM 2550-ESCRIBIR-RECHAZO
041763             THRU 2550-ESCRIBIR-RECHAZO-EXIT
041764         GO TO 4000-CLASIFICAR-NOMINA-EXIT.
041765     MOVE WS-NOCHE-DESDE TO WS-HHMM.
041766     COMPUTE WS-NOM-NOCHE-INI = (WS-HHMM-HH * 60) + WS-HHMM-MM.
041767     MOVE WS-NOCHE-HASTA TO WS-HHMM.
041768     COMPUTE WS-NOM-NOCHE-FIN = (WS-HHMM-HH * 60) + WS-HHMM-MM.
041769     COMPUTE WS-NOM-MIN-ABS =
041770         FUNCTION INTEGER-OF-DATE(WS-FECHA-INI) * 1440
041771         + (WS-INI-HH * 60) + WS-INI-MM.
041772     COMPUTE WS-NOM-MIN-FIN = WS-NOM-MIN-ABS
041773         + (WS-DIAS * 1440) + (WS-HORAS * 60) + WS-MINUTOS.
041774     MOVE 0 TO WS-NOM-DIA-CACHE.
041775     MOVE 0 TO WS-NOM-MIN-CLASIF.
041776     PERFORM 4010-CLASIFICAR-MINUTO
041777         THRU 4010-CLASIFICAR-MINUTO-EXIT
041778         UNTIL WS-NOM-MIN-ABS >= WS-NOM-MIN-FIN.
041779     COMPUTE WS-VALOR-SALIDA = WS-NOM-MIN-CLASIF * 60.
041780     MOVE "SEGUNDOS" TO WS-UNIDAD.
041781     DIVIDE WS-VALOR-SALIDA BY 86400
041782         GIVING WS-DIAS REMAINDER WS-NOM-SEG-RESTO.
041783     DIVIDE WS-NOM-SEG-RESTO BY 3600
041784         GIVING WS-HORAS REMAINDER WS-NOM-SEG-RESTO.
041785     DIVIDE WS-NOM-SEG-RESTO BY 60
041786         GIVING WS-MINUTOS REMAINDER WS-SEGUNDOS.
041787     MOVE "CUADRA" TO RPT-CONTRASTE.
041788*
041789 4000-CLASIFICAR-NOMINA-EXIT.
041790     EXIT.
041791*
041792 4005-BUSCAR-PATRON.
041793     IF WS-TUR-PATRON(WS-IDX-TUR) = IN-PATRON
041794         MOVE "S" TO WS-PATRON-VISTO
041795     END-IF.
041796*
041797 4005-BUSCAR-PATRON-EXIT.
041798     EXIT.
041799*
041800***************************************************************
041801* 4010-CLASIFICAR-MINUTO - un minuto del periodo a su categoria,
041802* en el acumulado del empleado y mes del dia en curso
041803***************************************************************
041804 4010-CLASIFICAR-MINUTO.
041805     DIVIDE WS-NOM-MIN-ABS BY 1440
041806         GIVING WS-NOM-DIA REMAINDER WS-NOM-MIN-DIA.
041807     ADD 1 TO WS-NOM-MIN-ABS.
041808     ADD 1 TO WS-NOM-MIN-CLASIF.
041809     IF WS-NOM-DIA NOT = WS-NOM-DIA-CACHE
041810         PERFORM 4020-NUEVO-DIA-NOMINA
041811             THRU 4020-NUEVO-DIA-NOMINA-EXIT
041812     END-IF.
041813     IF WS-NOM-POS = 0
041814         ADD 1 TO WS-NOMINA-PERDIDOS
041815         GO TO 4010-CLASIFICAR-MINUTO-EXIT.
041816     IF WS-NOM-FESTIVO = "S"
041817         ADD 1 TO WS-NMA-FESTIVOS(WS-NOM-POS)
041818         GO TO 4010-CLASIFICAR-MINUTO-EXIT.
041819*    La franja de noche puede cruzar la medianoche (22:00 a
041820*    06:00); desde igual a hasta la desactiva.
041821     IF (WS-NOM-NOCHE-INI < WS-NOM-NOCHE-FIN
041822         AND WS-NOM-MIN-DIA >= WS-NOM-NOCHE-INI
041823         AND WS-NOM-MIN-DIA < WS-NOM-NOCHE-FIN)
041824      OR (WS-NOM-NOCHE-INI > WS-NOM-NOCHE-FIN
041825         AND (WS-NOM-MIN-DIA >= WS-NOM-NOCHE-INI
041826           OR WS-NOM-MIN-DIA < WS-NOM-NOCHE-FIN))
041827         ADD 1 TO WS-NMA-NOCTURNOS(WS-NOM-POS)
041828         GO TO 4010-CLASIFICAR-MINUTO-EXIT.
041829     MOVE "N" TO WS-NOM-EN-TURNO.
041830     PERFORM 4040-PROBAR-FRANJA
041831         THRU 4040-PROBAR-FRANJA-EXIT
041832         VARYING WS-IDX-TUR FROM 1 BY 1
041833         UNTIL WS-IDX-TUR > WS-NUM-TURNOS
041834            OR WS-NOM-EN-TURNO = "S".
041835     IF WS-NOM-EN-TURNO = "S"
041836         ADD 1 TO WS-NMA-ORDINARIOS(WS-NOM-POS)
041837     ELSE
041838         ADD 1 TO WS-NMA-EXTRA(WS-NOM-POS)
041839     END-IF.
041840*
041841 4010-CLASIFICAR-MINUTO-EXIT.
041842     EXIT.
041843*
041844***************************************************************
041845* 4020-NUEVO-DIA-NOMINA - al cambiar de dia: fecha, dia de la
041846* semana (el dia 1 de INTEGER-OF-DATE fue lunes), festivo y
041847* acumulado del empleado para el mes de ese dia
041848***************************************************************
041849 4020-NUEVO-DIA-NOMINA.
041850     MOVE WS-NOM-DIA TO WS-NOM-DIA-CACHE.
041851     COMPUTE WS-NOM-FECHA = FUNCTION DATE-OF-INTEGER(WS-NOM-DIA).
041852     COMPUTE WS-NOM-DIA-SEM = FUNCTION MOD(WS-NOM-DIA - 1, 7) + 1.
041853     IF WS-NOM-DIA-SEM = 1
041854         MOVE 7 TO WS-NOM-DIA-SEM-ANT
041855     ELSE
041856         COMPUTE WS-NOM-DIA-SEM-ANT = WS-NOM-DIA-SEM - 1
041857     END-IF.
041858     MOVE WS-NOM-FECHA TO WS-FECHA-FESTIVO.
041859     PERFORM 2955-ES-FESTIVO THRU 2955-EXIT.
041860     MOVE WS-ES-FESTIVO TO WS-NOM-FESTIVO.
041864     MOVE IN-CLAVE TO WS-NOM-LLAVE-CLAVE.
041865     MOVE WS-NOM-FECHA-MES TO WS-NOM-LLAVE-MES.
041866     PERFORM 4050-LOCALIZAR-ACUMULADO
041867         THRU 4050-LOCALIZAR-ACUMULADO-EXIT.
041868*
041869 4020-NUEVO-DIA-NOMINA-EXIT.
041870     EXIT.
041871*
041880***************************************************************
041881* 4040-PROBAR-FRANJA - el minuto cae en una franja del patron
041882* del registro para su dia de la semana; una franja que cruza
041883* la medianoche (desde mayor que hasta) sigue en la madrugada
041884* del dia siguiente
041885***************************************************************
041886 4040-PROBAR-FRANJA.
041887     IF WS-TUR-PATRON(WS-IDX-TUR) NOT = IN-PATRON
041888         GO TO 4040-PROBAR-FRANJA-EXIT.
041889     MOVE WS-TUR-DESDE(WS-IDX-TUR) TO WS-HHMM.
041890     COMPUTE WS-NOM-FRANJA-INI = (WS-HHMM-HH * 60) + WS-HHMM-MM.
041891     MOVE WS-TUR-HASTA(WS-IDX-TUR) TO WS-HHMM.
041892     COMPUTE WS-NOM-FRANJA-FIN = (WS-HHMM-HH * 60) + WS-HHMM-MM.
041893     IF WS-TUR-DIA(WS-IDX-TUR) = WS-NOM-DIA-SEM
041894      AND WS-NOM-FRANJA-INI <= WS-NOM-FRANJA-FIN
041895      AND WS-NOM-MIN-DIA >= WS-NOM-FRANJA-INI
041896      AND WS-NOM-MIN-DIA < WS-NOM-FRANJA-FIN
041897         MOVE "S" TO WS-NOM-EN-TURNO
041898         GO TO 4040-PROBAR-FRANJA-EXIT.
041899     IF WS-TUR-DIA(WS-IDX-TUR) = WS-NOM-DIA-SEM
041900      AND WS-NOM-FRANJA-INI > WS-NOM-FRANJA-FIN
041901      AND WS-NOM-MIN-DIA >= WS-NOM-FRANJA-INI
041902         MOVE "S" TO WS-NOM-EN-TURNO
041903         GO TO 4040-PROBAR-FRANJA-EXIT.
041904     IF WS-TUR-DIA(WS-IDX-TUR) = WS-NOM-DIA-SEM-ANT
041905      AND WS-NOM-FRANJA-INI > WS-NOM-FRANJA-FIN
041906      AND WS-NOM-MIN-DIA < WS-NOM-FRANJA-FIN
041907         MOVE "S" TO WS-NOM-EN-TURNO
041908     END-IF.
041909*
041910 4040-PROBAR-FRANJA-EXIT.
041911     EXIT.
041912*
041913***************************************************************
041914* 4050-LOCALIZAR-ACUMULADO - busca empleado y mes en la tabla,
041915* que se mantiene ordenada; si no estan, los inserta en su
041916* sitio. Con la tabla llena la posicion queda a cero y los
041917* minutos se cuentan como perdidos
041918***************************************************************
041919 4050-LOCALIZAR-ACUMULADO.
041920     MOVE 0 TO WS-NOM-POS.
041921     MOVE "N" TO WS-NOM-INSERTAR.
041922     PERFORM 4060-COMPARAR-ACUMULADO
041923         THRU 4060-COMPARAR-ACUMULADO-EXIT
041924         VARYING WS-NOM-IDX FROM 1 BY 1
041925         UNTIL WS-NOM-IDX > WS-NUM-NOMINA
041926            OR WS-NOM-POS > 0.
041927     IF WS-NOM-POS > 0 AND WS-NOM-INSERTAR = "N"
041928         GO TO 4050-LOCALIZAR-ACUMULADO-EXIT.
041929     IF WS-NUM-NOMINA >= 1000
041930         MOVE 0 TO WS-NOM-POS
041931         GO TO 4050-LOCALIZAR-ACUMULADO-EXIT.
041932     IF WS-NOM-POS = 0
041933         COMPUTE WS-NOM-POS = WS-NUM-NOMINA + 1
041934     ELSE
041935         COMPUTE WS-NOM-IDX-DESDE = WS-NUM-NOMINA + 1
041936         PERFORM 4070-DESPLAZAR-ACUMULADO
041937             THRU 4070-DESPLAZAR-ACUMULADO-EXIT
041938             VARYING WS-NOM-IDX FROM WS-NOM-IDX-DESDE BY -1
041939             UNTIL WS-NOM-IDX <= WS-NOM-POS
041940     END-IF.
041941     ADD 1 TO WS-NUM-NOMINA.
041942     INITIALIZE WS-NOMINA-ENTRY(WS-NOM-POS).
041943     MOVE WS-NOM-LLAVE TO WS-NMA-LLAVE(WS-NOM-POS).
041944*
041945 4050-LOCALIZAR-ACUMULADO-EXIT.
041946     EXIT.
041947*
041948 4060-COMPARAR-ACUMULADO.
041949     IF WS-NMA-LLAVE(WS-NOM-IDX) = WS-NOM-LLAVE
041950         MOVE WS-NOM-IDX TO WS-NOM-POS
041951         GO TO 4060-COMPARAR-ACUMULADO-EXIT.
041952     IF WS-NMA-LLAVE(WS-NOM-IDX) > WS-NOM-LLAVE
041953         MOVE WS-NOM-IDX TO WS-NOM-POS
041954         MOVE "S" TO WS-NOM-INSERTAR
041955     END-IF.
041956*
041957 4060-COMPARAR-ACUMULADO-EXIT.
041958     EXIT.
041959*
041960 4070-DESPLAZAR-ACUMULADO.
041961     MOVE WS-NOMINA-ENTRY(WS-NOM-IDX - 1)
041962         TO WS-NOMINA-ENTRY(WS-NOM-IDX).
041963*
041964 4070-DESPLAZAR-ACUMULADO-EXIT.
041965     EXIT.
042065*
042165***************************************************************
042265* 2920-EXPANDIR-LABORABLES - el componente DIAS llega en dias
042365* laborables: se recorre el calendario desde el dia siguiente a
042465* la fecha de negocio contando solo laborables, y la conversion
042565* usa los dias civiles recorridos; fuera de vigencia se rechaza
042665***************************************************************
042765 2920-EXPANDIR-LABORABLES.
042865     MOVE WS-DIAS TO WS-DIAS-NEGOCIO.
042965     IF WS-CAL-CARGADO NOT = "S"
043065         PERFORM 2500-RECHAZAR
043165             THRU 2500-RECHAZAR-EXIT
043265         MOVE "SIN CALENDARIO LABORAL" TO WS-MOTIVO-RECHAZO
043365         PERFORM 2550-ESCRIBIR-RECHAZO
043465             THRU 2550-ESCRIBIR-RECHAZO-EXIT
043565         GO TO 2920-EXIT
043665     END-IF.
043765     CALL "FECHANEG" USING FEC-NEG-AREA.
043865     COMPUTE WS-ENTERO-PASO =
043965         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA).
044065     MOVE 0 TO WS-DIAS-CIVILES.
044165     MOVE 0 TO WS-LAB-CONTADOS.
044265     MOVE "N" TO WS-FUERA-CALENDARIO.
044365     PERFORM 2940-AVANZAR-UN-DIA THRU 2940-EXIT
044465         UNTIL WS-LAB-CONTADOS = WS-DIAS-NEGOCIO
044565            OR WS-FUERA-CALENDARIO = "S".
044665     IF WS-FUERA-CALENDARIO = "S"
044765         PERFORM 2500-RECHAZAR
044865             THRU 2500-RECHAZAR-EXIT
044965         MOVE "FUERA DEL CALENDARIO" TO WS-MOTIVO-RECHAZO
045065         PERFORM 2550-ESCRIBIR-RECHAZO
045165             THRU 2550-ESCRIBIR-RECHAZO-EXIT
045265     ELSE
045365         MOVE WS-DIAS-CIVILES TO WS-DIAS
045465     END-IF.
045565*
045665 2920-EXIT.
045765     EXIT.
045865*
045965***************************************************************
046065* 2930-CONTRAER-LABORABLES - los dias civiles de la
046165* descomposicion se recorren desde el dia siguiente a la fecha
046265* de negocio y DIAS pasa a ser cuantos de ellos son laborables
046365***************************************************************
046465 2930-CONTRAER-LABORABLES.
046565     IF WS-CAL-CARGADO NOT = "S"
046665         PERFORM 2500-RECHAZAR
046765             THRU 2500-RECHAZAR-EXIT
046865         MOVE "SIN CALENDARIO LABORAL" TO WS-MOTIVO-RECHAZO
046965         PERFORM 2550-ESCRIBIR-RECHAZO
047065             THRU 2550-ESCRIBIR-RECHAZO-EXIT
047165         GO TO 2930-EXIT
047265     END-IF.
047365     CALL "FECHANEG" USING FEC-NEG-AREA.
047465     COMPUTE WS-ENTERO-PASO =
047565         FUNCTION INTEGER-OF-DATE(FEC-NEG-FECHA).
047665     MOVE WS-DIAS TO WS-DIAS-CIVILES.
047765     MOVE 0 TO WS-LAB-CONTADOS.
047865     MOVE "N" TO WS-FUERA-CALENDARIO.
047965     PERFORM 2945-RECORRER-UN-DIA THRU 2945-EXIT
048065         WS-DIAS-CIVILES TIMES.
048165     IF WS-FUERA-CALENDARIO = "S"
048265         PERFORM 2500-RECHAZAR
048365             THRU 2500-RECHAZAR-EXIT
048465         MOVE "FUERA DEL CALENDARIO" TO WS-MOTIVO-RECHAZO
048565         PERFORM 2550-ESCRIBIR-RECHAZO
048665             THRU 2550-ESCRIBIR-RECHAZO-EXIT
048765     ELSE
048865         MOVE WS-LAB-CONTADOS TO WS-DIAS
048965     END-IF.
049065*
049165 2930-EXIT.
049265     EXIT.
049365*
049465 2940-AVANZAR-UN-DIA.
049565     ADD 1 TO WS-ENTERO-PASO.
049665     ADD 1 TO WS-DIAS-CIVILES.
049765     PERFORM 2950-ES-LABORABLE THRU 2950-EXIT.
049865     IF WS-ES-LABORABLE = "S"
049965         ADD 1 TO WS-LAB-CONTADOS
050065     END-IF.
050165*
050265 2940-EXIT.
050365     EXIT.
050465*
050565 2945-RECORRER-UN-DIA.
050665     ADD 1 TO WS-ENTERO-PASO.
050765     PERFORM 2950-ES-LABORABLE THRU 2950-EXIT.
050865     IF WS-ES-LABORABLE = "S"
050965         ADD 1 TO WS-LAB-CONTADOS
051065     END-IF.
051165*
051265 2945-EXIT.
051365     EXIT.
051465*
051565***************************************************************
051665* 2950-ES-LABORABLE - sabados, domingos y festivos del
051765* calendario no son laborables; fuera de la vigencia se marca
051865* para rechazar (el dia 1 de INTEGER-OF-DATE fue lunes)
051965***************************************************************
052065 2950-ES-LABORABLE.
052165*    LA DECISION ES DEL MODULO COMPARTIDO CALENDARIO (MISMO
052265*    CALENLAB, MISMA REGLA PARA TODA LA CADENA): S LABORABLE,
052365*    N NO LABORABLE, F FUERA DE VIGENCIA.
052465     MOVE "N" TO WS-ES-LABORABLE.
052565     COMPUTE WS-FECHA-PASO =
052665         FUNCTION DATE-OF-INTEGER(WS-ENTERO-PASO).
052765     MOVE SPACES TO CAL-STD-AREA.
052865     PERFORM 2956-REGION-DEL-REGISTRO THRU 2956-EXIT.
052965     MOVE "L" TO CAL-STD-FUNCION.
053065     MOVE WS-FECHA-PASO TO CAL-STD-FECHA.
053165     MOVE 0 TO CAL-STD-DIAS.
053265     CALL "CALENDARIO" USING CAL-STD-AREA.
053365     EVALUATE CAL-STD-ESTADO
053465         WHEN "S"
053565             MOVE "S" TO WS-ES-LABORABLE
053665         WHEN "F"
053765             MOVE "S" TO WS-FUERA-CALENDARIO
053865         WHEN OTHER
053965             CONTINUE
054065     END-EVALUATE.
054165*
054265 2950-EXIT.
054365     EXIT.
054465*
054565***************************************************************
054665* 2955-ES-FESTIVO - WS-FECHA-FESTIVO es festivo en el calendario
054765* de la region del registro; fuera de la vigencia no lo es
054865***************************************************************
054965 2955-ES-FESTIVO.
055065     MOVE "N" TO WS-ES-FESTIVO.
055165     MOVE SPACES TO CAL-STD-AREA.
055265     PERFORM 2956-REGION-DEL-REGISTRO THRU 2956-EXIT.
055365     MOVE "H" TO CAL-STD-FUNCION.
055465     MOVE WS-FECHA-FESTIVO TO CAL-STD-FECHA.
055565     MOVE 0 TO CAL-STD-DIAS.
055665     CALL "CALENDARIO" USING CAL-STD-AREA.
055765     IF CAL-STD-ESTADO = "S"
055865         MOVE "S" TO WS-ES-FESTIVO
055965     END-IF.
056065*
056165 2955-EXIT.
056265     EXIT.
056365*
056465***************************************************************
056565* 2956-REGION-DEL-REGISTRO - region del calendario: la sede del
056665* registro o, en blanco, su zona de origen; sin registro (valor
056765* por defecto) o sin ninguna de las dos, el nacional
056865***************************************************************
056965 2956-REGION-DEL-REGISTRO.
057065     MOVE SPACES TO CAL-STD-REGION.
057165     IF USAR-DEFECTO
057265         GO TO 2956-EXIT.
057365     IF IN-SITIO NOT = SPACES
057465         MOVE IN-SITIO TO CAL-STD-REGION
057565     ELSE
057665         MOVE IN-ZONA-ORIGEN TO CAL-STD-REGION
057765     END-IF.
057865*
057965 2956-EXIT.
058065     EXIT.
058165*
058265***************************************************************
058365* 3600-ESCRIBIR-AGREGADO - cierre de agregacion: el gran total
058465* de las duraciones en cada unidad soportada, normalizado a
058565* dias/horas/minutos/segundos, y la media por registro
058665***************************************************************
058765 3600-ESCRIBIR-AGREGADO.
058865     MOVE SPACES TO RPT-RESUMEN-LARGO.
058965     MOVE "GRAN TOTAL SEGUNDOS" TO RPT-RESLAR-ETIQUETA.
059065     MOVE WS-AGRE-SEGUNDOS TO RPT-RESLAR-VALOR.
059165     WRITE RPT-RESUMEN-LARGO.
059265     MOVE "GRAN TOTAL MILISEGUNDOS" TO RPT-RESLAR-ETIQUETA.
059365     COMPUTE WS-AGRE-VALOR = WS-AGRE-SEGUNDOS * 1000
059465         ON SIZE ERROR MOVE 0 TO WS-AGRE-VALOR
059565     END-COMPUTE.
059665     MOVE WS-AGRE-VALOR TO RPT-RESLAR-VALOR.
059765     WRITE RPT-RESUMEN-LARGO.
059865     MOVE "GRAN TOTAL MICROSEGUNDOS" TO RPT-RESLAR-ETIQUETA.
059965     COMPUTE WS-AGRE-VALOR = WS-AGRE-SEGUNDOS * 1000000
060065         ON SIZE ERROR MOVE 0 TO WS-AGRE-VALOR
060165     END-COMPUTE.
060265     MOVE WS-AGRE-VALOR TO RPT-RESLAR-VALOR.
060365     WRITE RPT-RESUMEN-LARGO.
060465     DIVIDE WS-AGRE-SEGUNDOS BY 86400
060565         GIVING WS-AGRE-DIAS REMAINDER WS-AGRE-RESTO.
060665     MOVE "TOTAL DIAS" TO RPT-RESLAR-ETIQUETA.
060765     MOVE WS-AGRE-DIAS TO RPT-RESLAR-VALOR.
060865     WRITE RPT-RESUMEN-LARGO.
060965     DIVIDE WS-AGRE-RESTO BY 3600
061065         GIVING WS-AGRE-HH REMAINDER WS-AGRE-RESTO.
061165     MOVE "TOTAL HORAS" TO RPT-RESLAR-ETIQUETA.
061265     MOVE WS-AGRE-HH TO RPT-RESLAR-VALOR.
061365     WRITE RPT-RESUMEN-LARGO.
061465     DIVIDE WS-AGRE-RESTO BY 60
061565         GIVING WS-AGRE-MM REMAINDER WS-AGRE-SS.
061665     MOVE "TOTAL MINUTOS" TO RPT-RESLAR-ETIQUETA.
061765     MOVE WS-AGRE-MM TO RPT-RESLAR-VALOR.
061865     WRITE RPT-RESUMEN-LARGO.
061965     MOVE "TOTAL SEGUNDOS RESIDUALES" TO RPT-RESLAR-ETIQUETA.
062065     MOVE WS-AGRE-SS TO RPT-RESLAR-VALOR.
062165     WRITE RPT-RESUMEN-LARGO.
062265     IF WS-TOTAL-PROCESADOS > 0
062365         COMPUTE WS-AGRE-MEDIA ROUNDED =
062465             WS-AGRE-SEGUNDOS / WS-TOTAL-PROCESADOS
062565         MOVE "MEDIA SEGUNDOS POR REGISTRO" TO RPT-RESLAR-ETIQUETA
062665         MOVE WS-AGRE-MEDIA TO RPT-RESLAR-VALOR
062765         WRITE RPT-RESUMEN-LARGO
062865     END-IF.
062965*
063065 3600-ESCRIBIR-AGREGADO-EXIT.
063165     EXIT.
063265*
063365 9999-EXIT.
063465     IF CORTE-DISPARADO
063565         MOVE 12 TO RETURN-CODE
063665     END-IF.
063765     IF WS-NOMINA-PERDIDOS > 0 AND NOT CORTE-DISPARADO
063865         MOVE 4 TO RETURN-CODE
063965     END-IF.
064065     IF CSV-ACTIVADO
064165         CLOSE CONVERSOR-CSV
064265     END-IF.
064365     CLOSE CONVERSOR-RPT.
064465     CLOSE CONVERSOR-REJ.
064565     IF NOT USAR-DEFECTO
064665         CLOSE CONVERSOR-IN
064765     END-IF.
064865     MOVE "F" TO MET-FUNCION
064965     MOVE WS-REGS-PROCESADOS TO MET-LEIDOS
065065     MOVE WS-TOTAL-PROCESADOS TO MET-ESCRITOS
065165     MOVE WS-TOTAL-RECHAZADOS TO MET-RECHAZADOS
065265     CALL "REGMETRICA" USING MET-STD-AREA
065365     MOVE "L" TO CER-STD-FUNCION
065465     MOVE "CONVERSO" TO CER-STD-PROGRAMA
065565     CALL "CERROJO" USING CER-STD-AREA
065665     GOBACK.
065765*
065865 9999-EXIT-EXIT.
065965     EXIT.
066065 END PROGRAM CONVERSOR.
