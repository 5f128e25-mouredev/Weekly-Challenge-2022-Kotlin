000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BORRACLI.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. BORRADO DE LOS DATOS DE UN
001300*                    CLIENTE QUE SE VA Y EJERCE SU DERECHO DE
001400*                    SUPRESION: CON UNA SOLICITUD AUTORIZADA POR
001500*                    DOS OPERADORES (PERMISO BORRADO DE OPERSEG)
001600*                    SUPRIME SUS TEXTOS DE ELTEXTO, ELTEXTOMSK,
001700*                    LOS RECHAZOS Y LA COLA REPARQUE, VIVOS Y EN
001800*                    LAS GENERACIONES DE ARCHNOCHE (EL ARCHIVO DE
001900*                    REPLAY), ENMASCARA SU BLOQUE DE PALINDRPT,
002000*                    QUITA SU MASCARA DE CLIMAPA Y SUS HUELLAS DE
002100*                    HUELLTXT, Y SEUDONIMIZA SU CODIGO EN LAS
002200*                    CLAVES DE AUDITDIA REHACIENDO LA CADENA Y LOS
002300*                    SELLOS. EL MANIFIESTO ARCHMANIF Y LOS
002400*                    TRAILERS CTLREG SE REESCRIBEN PARA QUE
002500*                    VERIFICA SIGA CONCILIANDO. DEJA UN
002600*                    CERTIFICADO DE BORRADO FIRMADO (BORRCERT).
002610* 2026-10-15  MNT    LA FICHA DE CLIMAST SE DECLARA ENTERA (76
002620*                    POSICIONES), CON LA REGION FISCAL Y LA
002630*                    POLITICA DE VEREDICTO QUE LLEVA AL FINAL.
002640* 2026-10-15  MNT    LA FICHA DE CLIMAST SE TOMA DEL COPY CLIREG,
002650*                    COMUN A TODOS LOS PROGRAMAS QUE LEEN O
002660*                    ESCRIBEN EL MAESTRO.
002700*----------------------------------------------------------------
002800* TARJETA BORRPAR: CLIENTE (8), REFERENCIA DE LA SOLICITUD (12) E
002900* ID DEL OPERADOR QUE LA AUTORIZA (8). EL OPERADOR DEL TURNO
003000* (OPERCARD) Y EL QUE AUTORIZA DEBEN SER DISTINTOS Y TENER AMBOS
003100* EL PERMISO BORRADO; EL CLIENTE NO PUEDE ESTAR ACTIVO EN CLIMAST
003200* (SUSPENDIDO O YA DADO DE BAJA). SI ALGO FALLA NO SE TOCA NADA.
003300*
003400* DONDE SE BUSCA: LOS FICHEROS VIVOS DE LA TABLA DE FAMILIAS, LAS
003500* GENERACIONES DE ESAS FAMILIAS QUE FIGURAN EN ARCHMANIF
003600* (<FICHERO><AAAAMMDD>) Y LOS FICHEROS QUE SE ANADAN EN BORRLISTA
003700* (NOMBRE (20) Y TIPO, P.EJ. LOS AUDITDIAARCH<AAAAMMDD> DE
003800* RETENLOT CON TIPO A). TIPOS: T TEXTOS ELTEXTO (SE SUPRIMEN CON
003900* SUS SEGMENTOS DE CONTINUACION), M COPIA ENMASCARADA (POR LA
004000* MASCARA DE CLIMAPA), Q RECHAZOS REJSTD (CLIENTE DE LA IMAGEN DE
004100* PALINDRO, O DE LA ORDEN EN ORDCLI PARA AREAPOL), R INFORME DE
004200* PALINDROMO (EL BLOQUE DEL CLIENTE SE ENMASCARA, LOS SUBTOTALES
004300* SE CONSERVAN) Y A AUDITORIA (SE SEUDONIMIZA Y SE RECADENA).
004400* LOS FICHEROS DE FACTURACION (VOLTXT, FACTURAS, CXC) SE
004500* CONSERVAN POR OBLIGACION LEGAL.
004600*
004700* EL SEUDONIMO ES "#" Y DIGITOS DE UN AUDHASH DEL CODIGO Y LA
004800* SOLICITUD, CON EL LARGO DEL CODIGO: NO SE PUEDE DESHACER Y LAS
004900* LINEAS DEL MISMO CLIENTE SIGUEN CASANDO ENTRE SI. UNA AUDITORIA
005000* CUYA CADENA O SELLOS YA ESTABAN ROTOS NO SE REESCRIBE (SERIA
005100* BLANQUEAR LA MANIPULACION). UN TRAILER QUE YA NO CONCILIABA SE
005200* DEJA COMO ESTABA. LA FIRMA DEL CERTIFICADO ENCADENA CON AUDHASH
005300* TODAS SUS LINEAS Y QUEDA ANOTADA EN AUDITDIA.
005400* RC 8 SI SE DENIEGA O HAY UNA AUDITORIA ROTA; RC 4 CON AVISOS.
005500*----------------------------------------------------------------
005600 ENVIRONMENT     DIVISION.
005700 INPUT-OUTPUT    SECTION.
005800 FILE-CONTROL.
005900     SELECT BORRADO-PARM ASSIGN TO "BORRPAR"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PAR-STATUS.
006200     SELECT BORRADO-LISTA ASSIGN TO "BORRLISTA"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LIS-STATUS.
006500     SELECT CLIENTE-MAST ASSIGN TO "CLIMAST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CLM-STATUS.
006800     SELECT ORDEN-CLIENTE ASSIGN TO "ORDCLI"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-ORD-STATUS.
007100     SELECT VERIFICA-MANI ASSIGN TO "VERIFMANI"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-VMA-STATUS.
007400     SELECT ARCHIVO-MANIFIESTO ASSIGN TO "ARCHMANIF"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-MAN-STATUS.
007700     SELECT CLIENTE-MAPA ASSIGN TO "CLIMAPA"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MAP-STATUS.
008000     SELECT HUELLA-TXT ASSIGN TO "HUELLTXT"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS HUE-CLAVE
008400         FILE STATUS IS WS-HUE-STATUS.
008500     SELECT AUDITORIA-SELLO ASSIGN TO "AUDSELLO"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-ASL-STATUS.
008800*    EL FICHERO EN CURSO SE ABRE POR SU NOMBRE, QUE EN ESTA
008900*    INSTALACION ES EL FISICO; LA COPIA DEPURADA SE PREPARA EN
009000*    BORRTRAB Y SE REPONE SOBRE EL ORIGINAL.
009100     SELECT FICHERO-ORIGEN ASSIGN TO WS-NOMBRE-FICHERO
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-ORI-STATUS.
009400     SELECT FICHERO-TRABAJO ASSIGN TO "BORRTRAB"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-TRA-STATUS.
009700     SELECT BORRADO-CERT ASSIGN TO "BORRCERT"
009800         ORGANIZATION IS LINE SEQUENTIAL.
009900 DATA            DIVISION.
010000 FILE            SECTION.
010100 FD  BORRADO-PARM
010200     RECORDING MODE IS F.
010300 01  PAR-REGISTRO.
010400     05  PAR-CLIENTE         PIC X(08).
010500     05  PAR-SOLICITUD       PIC X(12).
010600     05  PAR-AUTORIZA        PIC X(08).
010700 FD  BORRADO-LISTA
010800     RECORDING MODE IS F.
010900 01  LIS-REGISTRO.
011000     05  LIS-FICHERO         PIC X(20).
011100     05  LIS-TIPO            PIC X(01).
011200 FD  CLIENTE-MAST
011300     RECORDING MODE IS F.
011400     COPY CLIREG.
011800 FD  ORDEN-CLIENTE
011900     RECORDING MODE IS F.
012000 01  ORD-REGISTRO.
012100     05  ORD-REFERENCIA      PIC X(10).
012200     05  ORD-CLIENTE         PIC X(08).
012300 FD  VERIFICA-MANI
012400     RECORDING MODE IS F.
012500 01  VMA-REGISTRO.
012600     05  VMA-FICHERO         PIC X(12).
012700     05  VMA-POS             PIC 9(04).
012800     05  VMA-LARGO           PIC 9(03).
012900 FD  ARCHIVO-MANIFIESTO
013000     RECORDING MODE IS F.
013100 01  MAN-REGISTRO.
013200     05  MAN-FECHA           PIC 9(08).
013300     05  FILLER              PIC X(01).
013400     05  MAN-FICHERO         PIC X(12).
013500     05  FILLER              PIC X(01).
013600     05  MAN-REGISTROS       PIC 9(09).
013700     05  FILLER              PIC X(01).
013800     05  MAN-ESTADO          PIC X(10).
013900 FD  CLIENTE-MAPA
014000     RECORDING MODE IS F.
014100 01  MAP-REGISTRO.
014200     05  MAP-DE              PIC X(08).
014300     05  MAP-A               PIC X(08).
014400 FD  HUELLA-TXT.
014500 01  HUE-REGISTRO.
014600     05  HUE-CLAVE.
014700         10  HUE-CLIENTE     PIC X(08).
014800         10  HUE-HASH        PIC 9(18).
014900         10  HUE-LARGO       PIC 9(05).
015000     05  HUE-PRIMERA         PIC 9(08).
015100     05  HUE-ULTIMA          PIC 9(08).
015200     05  HUE-VECES           PIC 9(07).
015300 FD  AUDITORIA-SELLO
015400     RECORDING MODE IS F.
015500     COPY AUDSEL.
015600 FD  FICHERO-ORIGEN
015700     RECORDING MODE IS F.
015800 01  ORI-REGISTRO            PIC X(48200).
015900 FD  FICHERO-TRABAJO
016000     RECORDING MODE IS F.
016100 01  TRA-REGISTRO            PIC X(48200).
016200 FD  BORRADO-CERT
016300     RECORDING MODE IS F.
016400 01  CER-LINEA               PIC X(100).
016500 WORKING-STORAGE SECTION.
016600*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
016700     COPY FECNEG.
016800*    AREA DE COMUNICACION CON EL MODULO DE SEGURIDAD OPERSEG.
016900     COPY OPSSTD.
017000*    REGISTRO DE RECHAZO ESTANDAR (COPY REJSTD).
017100     COPY REJSTD.
017200*    LINEA DE AUDITORIA ENCADENADA Y SU VISTA ESTANDAR.
017300     COPY AUDCAD.
017400     COPY AUDREG.
017500*    REGISTRO DE CONTROL CAB/TRL DE LOS FICHEROS DE INTERCAMBIO.
017600     COPY CTLREG.
017700 01  WS-PAR-STATUS           PIC X(02).
017800     88  WS-PAR-NO-EXISTE            VALUE "35".
017900 01  WS-LIS-STATUS           PIC X(02).
018000     88  WS-LIS-NO-EXISTE            VALUE "35".
018100     88  WS-LIS-FIN-FICHERO          VALUE "10".
018200 01  WS-CLM-STATUS           PIC X(02).
018300     88  WS-CLM-NO-EXISTE            VALUE "35".
018400     88  WS-CLM-FIN-FICHERO          VALUE "10".
018500 01  WS-ORD-STATUS           PIC X(02).
018600     88  WS-ORD-NO-EXISTE            VALUE "35".
018700     88  WS-ORD-FIN-FICHERO          VALUE "10".
018800 01  WS-VMA-STATUS           PIC X(02).
018900     88  WS-VMA-NO-EXISTE            VALUE "35".
019000     88  WS-VMA-FIN-FICHERO          VALUE "10".
019100 01  WS-MAN-STATUS           PIC X(02).
019200     88  WS-MAN-NO-EXISTE            VALUE "35".
019300     88  WS-MAN-FIN-FICHERO          VALUE "10".
019400 01  WS-MAP-STATUS           PIC X(02).
019500     88  WS-MAP-NO-EXISTE            VALUE "35".
019600     88  WS-MAP-FIN-FICHERO          VALUE "10".
019700 01  WS-HUE-STATUS           PIC X(02).
019800 01  WS-ASL-STATUS           PIC X(02).
019900     88  WS-ASL-NO-EXISTE            VALUE "35".
020000     88  WS-ASL-FIN-FICHERO          VALUE "10".
020100 01  WS-ORI-STATUS           PIC X(02).
020200     88  WS-ORI-FIN-FICHERO          VALUE "10".
020300 01  WS-TRA-STATUS           PIC X(02).
020400     88  WS-TRA-FIN-FICHERO          VALUE "10".
020500 01  WS-NOMBRE-FICHERO       PIC X(20) VALUE SPACES.
020600 01  WS-SWITCHES.
020700     05  WS-AUTORIZADO       PIC X(01) VALUE "N".
020800         88  AUTORIZADO              VALUE "S".
020900     05  WS-SELLOS-ROTOS     PIC X(01) VALUE "N".
021000         88  SELLOS-ROTOS            VALUE "S".
021100     05  WS-CADENA-ROTA      PIC X(01) VALUE "N".
021200         88  CADENA-ROTA             VALUE "S".
021300     05  WS-PRIMERA-CADENA   PIC X(01) VALUE "S".
021400         88  PRIMERA-CADENA          VALUE "S".
021500     05  WS-POST-TRAILER     PIC X(01) VALUE "N".
021600         88  POST-TRAILER            VALUE "S".
021700     05  WS-TRAILER-REHECHO  PIC X(01) VALUE "N".
021800         88  TRAILER-REHECHO         VALUE "S".
021900     05  WS-TRAILER-MALO     PIC X(01) VALUE "N".
022000         88  TRAILER-MALO            VALUE "S".
022100     05  WS-HAY-MANIFIESTO   PIC X(01) VALUE "N".
022200         88  HAY-MANIFIESTO          VALUE "S".
022300*        ESTADO DE UNA CADENA DE SEGMENTOS DE ELTEXTO: B SE ESTA
022400*        SUPRIMIENDO, K SE ESTA CONSERVANDO.
022500     05  WS-CONT-ESTADO      PIC X(01) VALUE SPACE.
022600         88  CONT-SUPRIMIENDO        VALUE "B".
022700         88  CONT-CONSERVANDO        VALUE "K".
022800*        DENTRO DEL BLOQUE DEL CLIENTE EN EL INFORME.
022900     05  WS-EN-BLOQUE        PIC X(01) VALUE "N".
023000         88  EN-BLOQUE               VALUE "S".
023100     05  WS-VISTO-SUBTOTAL   PIC X(01) VALUE "N".
023200         88  VISTO-SUBTOTAL          VALUE "S".
023300     05  WS-ACCION-LINEA     PIC X(01) VALUE SPACE.
023400         88  LINEA-SUPRIMIDA         VALUE "S".
023500         88  LINEA-ENMASCARADA       VALUE "E".
023600         88  LINEA-CONSERVADA        VALUE "C".
023700 01  WS-MOTIVO-DENEGADO      PIC X(50) VALUE SPACES.
023800 01  WS-OPERADOR             PIC X(08) VALUE SPACES.
023900*    CLIENTE, SU LARGO REAL, SEUDONIMO DEL MISMO LARGO Y MASCARA.
024000 01  WS-CLIENTE              PIC X(08) VALUE SPACES.
024100 01  WS-LARGO-CLIENTE        PIC 9(02) COMP VALUE ZERO.
024200 01  WS-SEUDONIMO            PIC X(08) VALUE SPACES.
024300 01  WS-SEUDONIMO-CLAVE      PIC X(08) VALUE SPACES.
024400 01  WS-MASCARA              PIC X(08) VALUE SPACES.
024500 01  WS-CODIGO-BUSCADO       PIC X(08) VALUE SPACES.
024600 01  WS-CLIENTE-LINEA        PIC X(08) VALUE SPACES.
024700 01  WS-REFERENCIA-BUSCADA   PIC X(10) VALUE SPACES.
024800*----------------------------------------------------------------
024900* FAMILIAS DE FICHEROS CON DATOS DEL CLIENTE Y SU TIPO DE TRATO.
025000*----------------------------------------------------------------
025100 01  WS-FAMILIAS-VALORES.
025200     05  FILLER              PIC X(13) VALUE "ELTEXTO     T".
025300     05  FILLER              PIC X(13) VALUE "ELTEXTOMSK  M".
025400     05  FILLER              PIC X(13) VALUE "PALINDREJ   Q".
025500     05  FILLER              PIC X(13) VALUE "PREVALREJ   Q".
025600     05  FILLER              PIC X(13) VALUE "AREAPOLREJ  Q".
025700     05  FILLER              PIC X(13) VALUE "REPARQUE    Q".
025800     05  FILLER              PIC X(13) VALUE "PALINDRPT   R".
025900     05  FILLER              PIC X(13) VALUE "AUDITDIA    A".
026000 01  WS-TABLA-FAMILIAS REDEFINES WS-FAMILIAS-VALORES.
026100     05  WS-FAM-ENTRY OCCURS 8 TIMES.
026200         10  WS-FAM-NOMBRE   PIC X(12).
026300         10  WS-FAM-TIPO     PIC X(01).
026400*----------------------------------------------------------------
026500* FICHEROS A TRATAR: VIVOS (V), GENERACIONES DEL MANIFIESTO (M,
026600* CON SU NUMERO DE LINEA EN ARCHMANIF) Y DE BORRLISTA (L).
026700*----------------------------------------------------------------
026800 01  WS-TABLA-FICHEROS.
026900     05  WS-NUM-FICHEROS     PIC 9(04) COMP VALUE ZERO.
027000     05  WS-FIC-ENTRY OCCURS 400 TIMES.
027100         10  WS-FIC-NOMBRE   PIC X(20).
027200         10  WS-FIC-FAMILIA  PIC X(12).
027300         10  WS-FIC-TIPO     PIC X(01).
027400         10  WS-FIC-ORIGEN   PIC X(01).
027500         10  WS-FIC-LINEA-MANI PIC 9(07) COMP.
027600         10  WS-FIC-LEIDOS   PIC 9(09) COMP.
027700         10  WS-FIC-ESCRITOS PIC 9(09) COMP.
027800         10  WS-FIC-SUPRIMIDOS PIC 9(09) COMP.
027900         10  WS-FIC-ENMASCARADOS PIC 9(09) COMP.
028000         10  WS-FIC-RESULTADO PIC X(16).
028100             88  FIC-REESCRITO   VALUES "REESCRITO"
028200                                        "TRAILER REHECHO".
028300 01  WS-TABLA-ORDENES.
028400     05  WS-NUM-ORDENES      PIC 9(04) COMP VALUE ZERO.
028500     05  WS-ORD-ENTRY OCCURS 2000 TIMES.
028600         10  WS-ORD-REF      PIC X(10).
028700         10  WS-ORD-CLI      PIC X(08).
028800*    POSICION Y LARGO DE LA CLAVE DE CONTROL POR FICHERO, COMO LOS
028900*    USA VERIFICA (SIN TARJETA: POSICION 1, LARGO 9).
029000 01  WS-TABLA-CLAVES.
029100     05  WS-NUM-CLAVES       PIC 9(04) COMP VALUE ZERO.
029200     05  WS-CLV-ENTRY OCCURS 100 TIMES.
029300         10  WS-CLV-FICHERO  PIC X(12).
029400         10  WS-CLV-POS      PIC 9(04).
029500         10  WS-CLV-LARGO    PIC 9(03).
029600*    SELLOS DE AUDSELLO: VALOR DE CADENA SELLADO ANTES Y DESPUES
029700*    DE RECADENAR, Y FICHERO QUE LO CAMBIO.
029800 01  WS-TABLA-SELLOS.
029900     05  WS-NUM-SELLOS       PIC 9(04) COMP VALUE ZERO.
030000     05  WS-SEL-ENTRY OCCURS 2000 TIMES.
030100         10  WS-SEL-VIEJO    PIC 9(18).
030200         10  WS-SEL-NUEVO    PIC 9(18).
030300         10  WS-SEL-FICHERO  PIC 9(04) COMP.
030400 01  WS-IDX                  PIC 9(04) COMP VALUE ZERO.
030500 01  WS-IDX-FIC              PIC 9(04) COMP VALUE ZERO.
030600 01  WS-IDX-FAM              PIC 9(04) COMP VALUE ZERO.
030700 01  WS-IDX-BUS              PIC 9(04) COMP VALUE ZERO.
030800 01  WS-IDX-HALLADO          PIC 9(04) COMP VALUE ZERO.
030900 01  WS-IDX-SEL              PIC 9(04) COMP VALUE ZERO.
031000 01  WS-LINEA-MANI           PIC 9(07) COMP VALUE ZERO.
031100 01  WS-POS                  PIC 9(04) COMP VALUE ZERO.
031200 01  WS-ULTIMA-POS           PIC S9(04) COMP VALUE ZERO.
031300 01  WS-TALLY                PIC 9(04) COMP VALUE ZERO.
031400 01  WS-CAR                  PIC X(01) VALUE SPACE.
031500 01  WS-CAR-LIMITE           PIC X(01) VALUE "S".
031600     88  LIMITE-DE-PALABRA           VALUE "S".
031700*    CAMPO QUE SE SEUDONIMIZA (CLAVE O MOTIVO DE AUDITORIA).
031800 01  WS-CAMPO                PIC X(60) VALUE SPACES.
031900 01  WS-LARGO-CAMPO          PIC 9(02) COMP VALUE ZERO.
032000 01  WS-CAMBIOS-CAMPO        PIC 9(04) COMP VALUE ZERO.
032100*----------------------------------------------------------------
032200* CONTROL CAB/TRL: TOTALES DEL FICHERO TAL COMO ESTABA (PARA SABER
032300* SI SU TRAILER CONCILIABA) Y DEL FICHERO DEPURADO.
032400*----------------------------------------------------------------
032500 01  WS-CLAVE-CTL            PIC X(200) VALUE SPACES.
032600 01  WS-POS-CLAVE            PIC 9(04) VALUE 1.
032700 01  WS-LARGO-CLAVE          PIC 9(03) VALUE 9.
032800 01  WS-REGS-ANTES           PIC 9(09) VALUE ZERO.
032900 01  WS-HASH-ANTES           PIC 9(18) VALUE ZERO.
033000 01  WS-HASH-ORD-ANTES       PIC 9(18) VALUE ZERO.
033100 01  WS-REGS-DESPUES         PIC 9(09) VALUE ZERO.
033200 01  WS-HASH-DESPUES         PIC 9(18) VALUE ZERO.
033300 01  WS-HASH-ORD-DESPUES     PIC 9(18) VALUE ZERO.
033400 01  WS-POSICION-CTL         PIC 9(09) VALUE ZERO.
033500*----------------------------------------------------------------
033600* CADENA DE AUDITORIA: VALORES ORIGINALES (PARA COMPROBARLA) Y
033700* NUEVOS (TRAS SEUDONIMIZAR).
033800*----------------------------------------------------------------
033900 01  WS-ANTERIOR-VIEJO       PIC 9(18) VALUE ZERO.
034000 01  WS-ANTERIOR-NUEVO       PIC 9(18) VALUE ZERO.
034100 01  WS-VALOR-CALCULADO      PIC 9(18) VALUE ZERO.
034200 01  WS-ENCADENADO-VIEJO     PIC 9(18) VALUE ZERO.
034300 01  WS-CABEZA-VIEJA         PIC 9(18) VALUE ZERO.
034400 01  WS-CABEZA-NUEVA         PIC 9(18) VALUE ZERO.
034500 01  WS-SELLO-PREVIO-VIEJO   PIC 9(18) VALUE ZERO.
034600 01  WS-SELLO-PREVIO-NUEVO   PIC 9(18) VALUE ZERO.
034700 01  WS-DATOS-HASH           PIC X(158) VALUE SPACES.
034800 01  WS-CERO                 PIC 9(18) VALUE ZERO.
034900 01  WS-SEMILLA              PIC 9(18) VALUE ZERO.
035000 01  WS-SEMILLA-R REDEFINES WS-SEMILLA.
035100     05  FILLER              PIC X(11).
035200     05  WS-SEMILLA-DIGITOS  PIC X(07).
035300*    FIRMA DEL CERTIFICADO (CADENA AUDHASH DE SUS LINEAS).
035400 01  WS-FIRMA                PIC 9(18) VALUE ZERO.
035500 01  WS-FIRMA-NUEVA          PIC 9(18) VALUE ZERO.
035600 01  WS-CONTADORES.
035700     05  WS-LEIDOS           PIC 9(09) COMP VALUE ZERO.
035800     05  WS-ESCRITOS         PIC 9(09) COMP VALUE ZERO.
035900     05  WS-SUPRIMIDOS       PIC 9(09) COMP VALUE ZERO.
036000     05  WS-ENMASCARADOS     PIC 9(09) COMP VALUE ZERO.
036100     05  WS-TOTAL-SUPRIMIDOS PIC 9(09) COMP VALUE ZERO.
036200     05  WS-TOTAL-ENMASCARADOS PIC 9(09) COMP VALUE ZERO.
036300     05  WS-TOTAL-REESCRITOS PIC 9(05) COMP VALUE ZERO.
036400     05  WS-HUELLAS-BORRADAS PIC 9(07) COMP VALUE ZERO.
036500     05  WS-MAPAS-BORRADOS   PIC 9(05) COMP VALUE ZERO.
036600     05  WS-MANI-REESCRITAS  PIC 9(05) COMP VALUE ZERO.
036700     05  WS-SELLOS-REHECHOS  PIC 9(05) COMP VALUE ZERO.
036800     05  WS-TOTAL-AVISOS     PIC 9(05) COMP VALUE ZERO.
036900     05  WS-TOTAL-ERRORES    PIC 9(05) COMP VALUE ZERO.
037000*----------------------------------------------------------------
037100* LINEAS DEL CERTIFICADO.
037200*----------------------------------------------------------------
037300 01  WS-CER-DATO.
037400     05  WS-CER-ETIQUETA     PIC X(30).
037500     05  WS-CER-VALOR        PIC X(40).
037600     05  FILLER              PIC X(30).
037700 01  WS-CER-FICHERO.
037800     05  WS-CFI-NOMBRE       PIC X(20).
037900     05  FILLER              PIC X(01).
038000     05  WS-CFI-TIPO         PIC X(01).
038100     05  FILLER              PIC X(02).
038200     05  WS-CFI-LEIDOS       PIC Z(8)9.
038300     05  FILLER              PIC X(01).
038400     05  WS-CFI-SUPRIMIDOS   PIC Z(8)9.
038500     05  FILLER              PIC X(01).
038600     05  WS-CFI-ENMASCARADOS PIC Z(8)9.
038700     05  FILLER              PIC X(01).
038800     05  WS-CFI-ESCRITOS     PIC Z(8)9.
038900     05  FILLER              PIC X(02).
039000     05  WS-CFI-RESULTADO    PIC X(16).
039100     05  FILLER              PIC X(20).
039200 01  WS-EDIT-NUMERO          PIC Z(17)9.
039300 01  WS-EDIT-AVISOS          PIC Z(4)9.
039400 01  WS-EDIT-ERRORES         PIC Z(4)9.
039500 PROCEDURE       DIVISION.
039600*================================================================
039700 0000-MAINLINE.
039800*================================================================
039900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040000     IF AUTORIZADO
040100         PERFORM 1300-CARGAR-ORDENES THRU 1300-EXIT
040200         PERFORM 1400-CARGAR-CLAVES THRU 1400-EXIT
040300         PERFORM 1500-CARGAR-SELLOS THRU 1500-EXIT
040400         PERFORM 1600-LISTA-FICHEROS THRU 1600-EXIT
040500         PERFORM 2000-QUITAR-MASCARA THRU 2000-EXIT
040600         PERFORM 3000-BORRAR-FICHERO THRU 3000-EXIT
040700             VARYING WS-IDX-FIC FROM 1 BY 1
040800             UNTIL WS-IDX-FIC > WS-NUM-FICHEROS
040900         PERFORM 4000-BORRAR-HUELLAS THRU 4000-EXIT
041000         PERFORM 5000-REESCRIBIR-MANIFIESTO THRU 5000-EXIT
041100         PERFORM 6000-REESCRIBIR-SELLOS THRU 6000-EXIT
041200     END-IF
041300     PERFORM 7000-CERRAR-CERTIFICADO THRU 7000-EXIT
041400     PERFORM 8000-ANOTAR-AUDITORIA THRU 8000-EXIT
041500     PERFORM 9000-TERMINATE THRU 9000-EXIT
041600     GOBACK.
041700*================================================================
041800 1000-INITIALIZE.
041900*================================================================
042000     OPEN OUTPUT BORRADO-CERT
042100     CALL "FECHANEG" USING FEC-NEG-AREA
042200     MOVE "CERTIFICADO DE BORRADO DE DATOS DE CLIENTE"
042300         TO CER-LINEA
042400     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
042500     MOVE SPACES TO WS-CER-DATO
042600     MOVE "FECHA DE NEGOCIO Y CORRIDA" TO WS-CER-ETIQUETA
042700     STRING FEC-NEG-FECHA DELIMITED BY SIZE
042800            " / " DELIMITED BY SIZE
042900            FEC-NEG-CORRIDA DELIMITED BY SIZE
043000         INTO WS-CER-VALOR
043100     END-STRING
043200     MOVE WS-CER-DATO TO CER-LINEA
043300     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
043400     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT
043500     IF WS-MOTIVO-DENEGADO = SPACES
043600         PERFORM 1200-COMPROBAR-CLIENTE THRU 1200-EXIT
043700     END-IF
043800     IF WS-MOTIVO-DENEGADO = SPACES
043900         PERFORM 1250-COMPROBAR-OPERADORES THRU 1250-EXIT
044000     END-IF
044100     IF WS-MOTIVO-DENEGADO NOT = SPACES
044200         MOVE SPACES TO CER-LINEA
044300         STRING "SOLICITUD DENEGADA: " DELIMITED BY SIZE
044400                WS-MOTIVO-DENEGADO DELIMITED BY SIZE
044500             INTO CER-LINEA
044600         END-STRING
044700         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
044800         MOVE "NO SE HA TOCADO NINGUN FICHERO" TO CER-LINEA
044900         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
045000         GO TO 1000-EXIT
045100     END-IF
045200     SET AUTORIZADO TO TRUE
045300     PERFORM 1280-CALCULAR-SEUDONIMO THRU 1280-EXIT.
045400 1000-EXIT.
045500     EXIT.
045600*================================================================
045700 1100-LEER-TARJETA.
045800*================================================================
045900     MOVE SPACES TO PAR-REGISTRO
046000     OPEN INPUT BORRADO-PARM
046100     IF WS-PAR-NO-EXISTE
046200         MOVE "SIN TARJETA BORRPAR" TO WS-MOTIVO-DENEGADO
046300         GO TO 1100-EXIT
046400     END-IF
046500     READ BORRADO-PARM
046600         AT END
046700             MOVE SPACES TO PAR-REGISTRO
046800     END-READ
046900     CLOSE BORRADO-PARM
047000     MOVE PAR-CLIENTE TO WS-CLIENTE
047100     MOVE SPACES TO WS-CER-DATO
047200     MOVE "SOLICITUD" TO WS-CER-ETIQUETA
047300     MOVE PAR-SOLICITUD TO WS-CER-VALOR
047400     MOVE WS-CER-DATO TO CER-LINEA
047500     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
047600     MOVE SPACES TO WS-CER-DATO
047700     MOVE "CLIENTE" TO WS-CER-ETIQUETA
047800     MOVE PAR-CLIENTE TO WS-CER-VALOR
047900     MOVE WS-CER-DATO TO CER-LINEA
048000     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
048100     EVALUATE TRUE
048200         WHEN PAR-CLIENTE = SPACES
048300             MOVE "FALTA EL CLIENTE" TO WS-MOTIVO-DENEGADO
048400         WHEN PAR-SOLICITUD = SPACES
048500             MOVE "FALTA LA REFERENCIA DE LA SOLICITUD"
048600                 TO WS-MOTIVO-DENEGADO
048700         WHEN PAR-AUTORIZA = SPACES
048800             MOVE "FALTA EL OPERADOR QUE AUTORIZA"
048900                 TO WS-MOTIVO-DENEGADO
049000         WHEN OTHER
049100             CONTINUE
049200     END-EVALUATE
049300*    LARGO REAL DEL CODIGO (SIN LOS BLANCOS DE RELLENO).
049400     MOVE 8 TO WS-LARGO-CLIENTE
049500     PERFORM 1150-RECORTAR-CLIENTE THRU 1150-EXIT
049600         UNTIL WS-LARGO-CLIENTE = 0
049700            OR WS-CLIENTE(WS-LARGO-CLIENTE:1) NOT = SPACE.
049800 1100-EXIT.
049900     EXIT.
050000*================================================================
050100 1150-RECORTAR-CLIENTE.
050200*================================================================
050300     SUBTRACT 1 FROM WS-LARGO-CLIENTE.
050400 1150-EXIT.
050500     EXIT.
050600*================================================================
050700 1200-COMPROBAR-CLIENTE.
050800*================================================================
050900*    SOLO SE BORRA A UN CLIENTE QUE SE HA IDO: SUSPENDIDO O YA
051000*    DADO DE BAJA (FUERA DE CLIMAST).
051100     OPEN INPUT CLIENTE-MAST
051200     IF WS-CLM-NO-EXISTE
051300         MOVE "SIN MAESTRO DE CLIENTES CLIMAST"
051400             TO WS-MOTIVO-DENEGADO
051500         GO TO 1200-EXIT
051600     END-IF
051700     PERFORM 1210-LEER-CLIENTE THRU 1210-EXIT
051800     PERFORM 1220-EXAMINAR-CLIENTE THRU 1220-EXIT
051900         UNTIL WS-CLM-FIN-FICHERO
052000     CLOSE CLIENTE-MAST.
052100 1200-EXIT.
052200     EXIT.
052300*================================================================
052400 1210-LEER-CLIENTE.
052500*================================================================
052600     READ CLIENTE-MAST
052700         AT END
052800             MOVE "10" TO WS-CLM-STATUS
052900     END-READ.
053000 1210-EXIT.
053100     EXIT.
053200*================================================================
053300 1220-EXAMINAR-CLIENTE.
053400*================================================================
053500     IF CLM-CODIGO = WS-CLIENTE AND CLM-ESTADO = "A"
053600         MOVE "EL CLIENTE SIGUE ACTIVO EN CLIMAST"
053700             TO WS-MOTIVO-DENEGADO
053800     END-IF
053900     PERFORM 1210-LEER-CLIENTE THRU 1210-EXIT.
054000 1220-EXIT.
054100     EXIT.
054200*================================================================
054300 1250-COMPROBAR-OPERADORES.
054400*================================================================
054500*    DOBLE FIRMA: EL OPERADOR DEL TURNO Y EL QUE AUTORIZA, AMBOS
054600*    CON PERMISO BORRADO Y DISTINTOS ENTRE SI.
054700     MOVE SPACES TO OPS-STD-AREA
054800     MOVE "BORRADO" TO OPS-STD-PERMISO
054900     CALL "OPERSEG" USING OPS-STD-AREA
055000     MOVE OPS-STD-OPERADOR TO WS-OPERADOR
055100     IF NOT OPS-PERMITIDO
055200         MOVE "OPERADOR DEL TURNO SIN PERMISO BORRADO"
055300             TO WS-MOTIVO-DENEGADO
055400         GO TO 1250-EXIT
055500     END-IF
055600     IF PAR-AUTORIZA = WS-OPERADOR
055700         MOVE "QUIEN AUTORIZA NO PUEDE SER QUIEN EJECUTA"
055800             TO WS-MOTIVO-DENEGADO
055900         GO TO 1250-EXIT
056000     END-IF
056100     MOVE SPACES TO OPS-STD-AREA
056200     MOVE "BORRADO" TO OPS-STD-PERMISO
056300     MOVE PAR-AUTORIZA TO OPS-STD-OPERADOR
056400     CALL "OPERSEG" USING OPS-STD-AREA
056500     IF NOT OPS-PERMITIDO
056600         MOVE "EL OPERADOR QUE AUTORIZA NO TIENE PERMISO BORRADO"
056700             TO WS-MOTIVO-DENEGADO
056800         GO TO 1250-EXIT
056900     END-IF
057000     MOVE SPACES TO WS-CER-DATO
057100     MOVE "EJECUTA / AUTORIZA" TO WS-CER-ETIQUETA
057200     STRING WS-OPERADOR DELIMITED BY SIZE
057300            " / " DELIMITED BY SIZE
057400            PAR-AUTORIZA DELIMITED BY SIZE
057500         INTO WS-CER-VALOR
057600     END-STRING
057700     MOVE WS-CER-DATO TO CER-LINEA
057800     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
057900 1250-EXIT.
058000     EXIT.
058100*================================================================
058200 1280-CALCULAR-SEUDONIMO.
058300*================================================================
058400*    "#" Y LOS ULTIMOS DIGITOS DE UN AUDHASH DEL CODIGO Y LA
058500*    SOLICITUD, RECORTADO AL LARGO DEL CODIGO PARA PODER
058600*    SUSTITUIRLO EN SU SITIO SIN MOVER EL RESTO DE LA CLAVE.
058700     MOVE SPACES TO WS-DATOS-HASH
058800     STRING "BORRADO " DELIMITED BY SIZE
058900            WS-CLIENTE DELIMITED BY SIZE
059000            PAR-SOLICITUD DELIMITED BY SIZE
059100         INTO WS-DATOS-HASH
059200     END-STRING
059300     CALL "AUDHASH" USING WS-DATOS-HASH WS-CERO WS-SEMILLA
059400     MOVE SPACES TO WS-SEUDONIMO-CLAVE
059500     STRING "#" DELIMITED BY SIZE
059600            WS-SEMILLA-DIGITOS DELIMITED BY SIZE
059700         INTO WS-SEUDONIMO-CLAVE
059800     END-STRING
059900     MOVE SPACES TO WS-SEUDONIMO
060000     MOVE WS-SEUDONIMO-CLAVE(1:WS-LARGO-CLIENTE)
060100         TO WS-SEUDONIMO(1:WS-LARGO-CLIENTE)
060200     MOVE SPACES TO WS-CER-DATO
060300     MOVE "SEUDONIMO EN AUDITORIA" TO WS-CER-ETIQUETA
060400     MOVE WS-SEUDONIMO TO WS-CER-VALOR
060500     MOVE WS-CER-DATO TO CER-LINEA
060600     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
060700 1280-EXIT.
060800     EXIT.
060900*================================================================
061000 1300-CARGAR-ORDENES.
061100*================================================================
061200*    LAS ORDENES DEL CLIENTE DICEN QUE RECHAZOS DE AREA_POL SON
061300*    SUYOS.
061400     OPEN INPUT ORDEN-CLIENTE
061500     IF WS-ORD-NO-EXISTE
061600         GO TO 1300-EXIT
061700     END-IF
061800     PERFORM 1310-LEER-ORDEN THRU 1310-EXIT
061900     PERFORM 1320-ANOTAR-ORDEN THRU 1320-EXIT
062000         UNTIL WS-ORD-FIN-FICHERO
062100     CLOSE ORDEN-CLIENTE.
062200 1300-EXIT.
062300     EXIT.
062400*================================================================
062500 1310-LEER-ORDEN.
062600*================================================================
062700     READ ORDEN-CLIENTE
062800         AT END
062900             MOVE "10" TO WS-ORD-STATUS
063000     END-READ.
063100 1310-EXIT.
063200     EXIT.
063300*================================================================
063400 1320-ANOTAR-ORDEN.
063500*================================================================
063600     IF ORD-REFERENCIA NOT = SPACES AND WS-NUM-ORDENES < 2000
063700         ADD 1 TO WS-NUM-ORDENES
063800         MOVE ORD-REFERENCIA TO WS-ORD-REF(WS-NUM-ORDENES)
063900         MOVE ORD-CLIENTE    TO WS-ORD-CLI(WS-NUM-ORDENES)
064000     END-IF
064100     PERFORM 1310-LEER-ORDEN THRU 1310-EXIT.
064200 1320-EXIT.
064300     EXIT.
064400*================================================================
064500 1400-CARGAR-CLAVES.
064600*================================================================
064700     OPEN INPUT VERIFICA-MANI
064800     IF WS-VMA-NO-EXISTE
064900         GO TO 1400-EXIT
065000     END-IF
065100     PERFORM 1410-LEER-CLAVE THRU 1410-EXIT
065200     PERFORM 1420-ANOTAR-CLAVE THRU 1420-EXIT
065300         UNTIL WS-VMA-FIN-FICHERO
065400     CLOSE VERIFICA-MANI.
065500 1400-EXIT.
065600     EXIT.
065700*================================================================
065800 1410-LEER-CLAVE.
065900*================================================================
066000     READ VERIFICA-MANI
066100         AT END
066200             MOVE "10" TO WS-VMA-STATUS
066300     END-READ.
066400 1410-EXIT.
066500     EXIT.
066600*================================================================
066700 1420-ANOTAR-CLAVE.
066800*================================================================
066900     IF VMA-FICHERO NOT = SPACES
067000      AND VMA-POS IS NUMERIC AND VMA-LARGO IS NUMERIC
067100      AND WS-NUM-CLAVES < 100
067200         ADD 1 TO WS-NUM-CLAVES
067300         MOVE VMA-FICHERO TO WS-CLV-FICHERO(WS-NUM-CLAVES)
067400         MOVE VMA-POS     TO WS-CLV-POS(WS-NUM-CLAVES)
067500         MOVE VMA-LARGO   TO WS-CLV-LARGO(WS-NUM-CLAVES)
067600     END-IF
067700     PERFORM 1410-LEER-CLAVE THRU 1410-EXIT.
067800 1420-EXIT.
067900     EXIT.
068000*================================================================
068100 1500-CARGAR-SELLOS.
068200*================================================================
068300*    LOS SELLOS SE COMPRUEBAN ANTES DE TOCAR NADA: CON LA CADENA
068400*    DE SELLOS ROTA NO SE REESCRIBE NINGUNA AUDITORIA.
068500     OPEN INPUT AUDITORIA-SELLO
068600     IF WS-ASL-NO-EXISTE
068700         GO TO 1500-EXIT
068800     END-IF
068900     PERFORM 1510-LEER-SELLO THRU 1510-EXIT
069000     PERFORM 1520-ANOTAR-SELLO THRU 1520-EXIT
069100         UNTIL WS-ASL-FIN-FICHERO
069200     CLOSE AUDITORIA-SELLO
069300     IF SELLOS-ROTOS
069400         ADD 1 TO WS-TOTAL-ERRORES
069500         MOVE "CADENA DE SELLOS AUDSELLO ROTA: AUDITORIA INTACTA"
069600             TO CER-LINEA
069700         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
069800     END-IF.
069900 1500-EXIT.
070000     EXIT.
070100*================================================================
070200 1510-LEER-SELLO.
070300*================================================================
070400     READ AUDITORIA-SELLO
070500         AT END
070600             MOVE "10" TO WS-ASL-STATUS
070700     END-READ.
070800 1510-EXIT.
070900     EXIT.
071000*================================================================
071100 1520-ANOTAR-SELLO.
071200*================================================================
071300     IF ASL-ANTERIOR NOT NUMERIC OR ASL-SELLO NOT NUMERIC
071400      OR ASL-ENCADENADO NOT NUMERIC
071500         SET SELLOS-ROTOS TO TRUE
071600         GO TO 1520-SIGUIENTE
071700     END-IF
071800     IF WS-NUM-SELLOS > 0
071900      AND ASL-ANTERIOR NOT = WS-SELLO-PREVIO-VIEJO
072000         SET SELLOS-ROTOS TO TRUE
072100     END-IF
072200     MOVE ASL-DATOS TO WS-DATOS-HASH
072300     CALL "AUDHASH" USING WS-DATOS-HASH ASL-ANTERIOR
072400         WS-VALOR-CALCULADO
072500     IF WS-VALOR-CALCULADO NOT = ASL-SELLO
072600         SET SELLOS-ROTOS TO TRUE
072700     END-IF
072800     MOVE ASL-SELLO TO WS-SELLO-PREVIO-VIEJO
072900     IF WS-NUM-SELLOS < 2000
073000         ADD 1 TO WS-NUM-SELLOS
073100         MOVE ASL-ENCADENADO TO WS-SEL-VIEJO(WS-NUM-SELLOS)
073200         MOVE ASL-ENCADENADO TO WS-SEL-NUEVO(WS-NUM-SELLOS)
073300         MOVE 0 TO WS-SEL-FICHERO(WS-NUM-SELLOS)
073400     ELSE
073500         SET SELLOS-ROTOS TO TRUE
073600     END-IF.
073700 1520-SIGUIENTE.
073800     PERFORM 1510-LEER-SELLO THRU 1510-EXIT.
073900 1520-EXIT.
074000     EXIT.
074100*================================================================
074200 1600-LISTA-FICHEROS.
074300*================================================================
074400*    PRIMERO LOS VIVOS DE CADA FAMILIA, LUEGO LAS GENERACIONES
074500*    ARCHIVADAS QUE FIGURAN EN EL MANIFIESTO Y POR ULTIMO LOS
074600*    FICHEROS QUE EXPLOTACION ANADA EN BORRLISTA.
074700     PERFORM 1610-ANOTAR-VIVO THRU 1610-EXIT
074800         VARYING WS-IDX-FAM FROM 1 BY 1
074900         UNTIL WS-IDX-FAM > 8
075000     OPEN INPUT ARCHIVO-MANIFIESTO
075100     IF NOT WS-MAN-NO-EXISTE
075200         SET HAY-MANIFIESTO TO TRUE
075300         MOVE 0 TO WS-LINEA-MANI
075400         PERFORM 1620-LEER-MANIFIESTO THRU 1620-EXIT
075500         PERFORM 1630-ANOTAR-GENERACION THRU 1630-EXIT
075600             UNTIL WS-MAN-FIN-FICHERO
075700         CLOSE ARCHIVO-MANIFIESTO
075800     END-IF
075900     OPEN INPUT BORRADO-LISTA
076000     IF NOT WS-LIS-NO-EXISTE
076100         PERFORM 1640-LEER-LISTA THRU 1640-EXIT
076200         PERFORM 1650-ANOTAR-LISTA THRU 1650-EXIT
076300             UNTIL WS-LIS-FIN-FICHERO
076400         CLOSE BORRADO-LISTA
076500     END-IF
076600     MOVE SPACES TO CER-LINEA
076700     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
076800     MOVE "FICHERO              T     LEIDOS SUPRIMIDO ENMASCARA"
076900         TO CER-LINEA
077000     MOVE "  ESCRITOS  RESULTADO" TO CER-LINEA(55:21)
077100     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
077200 1600-EXIT.
077300     EXIT.
077400*================================================================
077500 1610-ANOTAR-VIVO.
077600*================================================================
077700     MOVE WS-FAM-NOMBRE(WS-IDX-FAM) TO WS-NOMBRE-FICHERO
077800     MOVE "V" TO WS-CAR
077900     PERFORM 1690-ANOTAR-FICHERO THRU 1690-EXIT.
078000 1610-EXIT.
078100     EXIT.
078200*================================================================
078300 1620-LEER-MANIFIESTO.
078400*================================================================
078500     READ ARCHIVO-MANIFIESTO
078600         AT END
078700             MOVE "10" TO WS-MAN-STATUS
078800         NOT AT END
078900             ADD 1 TO WS-LINEA-MANI
079000     END-READ.
079100 1620-EXIT.
079200     EXIT.
079300*================================================================
079400 1630-ANOTAR-GENERACION.
079500*================================================================
079600     IF MAN-ESTADO NOT = "GUARDADO" OR MAN-FECHA NOT NUMERIC
079700         GO TO 1630-SIGUIENTE
079800     END-IF
079900     MOVE 0 TO WS-IDX-HALLADO
080000     PERFORM 1635-COMPARAR-FAMILIA THRU 1635-EXIT
080100         VARYING WS-IDX-FAM FROM 1 BY 1
080200         UNTIL WS-IDX-FAM > 8 OR WS-IDX-HALLADO NOT = 0
080300     IF WS-IDX-HALLADO = 0
080400         GO TO 1630-SIGUIENTE
080500     END-IF
080600     MOVE WS-IDX-HALLADO TO WS-IDX-FAM
080700     MOVE SPACES TO WS-NOMBRE-FICHERO
080800     STRING MAN-FICHERO DELIMITED BY SPACE
080900            MAN-FECHA DELIMITED BY SIZE
081000         INTO WS-NOMBRE-FICHERO
081100     END-STRING
081200     MOVE "M" TO WS-CAR
081300     PERFORM 1690-ANOTAR-FICHERO THRU 1690-EXIT.
081400 1630-SIGUIENTE.
081500     PERFORM 1620-LEER-MANIFIESTO THRU 1620-EXIT.
081600 1630-EXIT.
081700     EXIT.
081800*================================================================
081900 1635-COMPARAR-FAMILIA.
082000*================================================================
082100     IF WS-FAM-NOMBRE(WS-IDX-FAM) = MAN-FICHERO
082200         MOVE WS-IDX-FAM TO WS-IDX-HALLADO
082300     END-IF.
082400 1635-EXIT.
082500     EXIT.
082600*================================================================
082700 1640-LEER-LISTA.
082800*================================================================
082900     READ BORRADO-LISTA
083000         AT END
083100             MOVE "10" TO WS-LIS-STATUS
083200     END-READ.
083300 1640-EXIT.
083400     EXIT.
083500*================================================================
083600 1650-ANOTAR-LISTA.
083700*================================================================
083800*    EL TIPO DE LA TARJETA ELIGE LA FAMILIA (LA PRIMERA CON ESE
083900*    TIPO); LA CLAVE DE CONTROL SE BUSCA POR EL PROPIO NOMBRE.
084000     IF LIS-FICHERO = SPACES
084100         GO TO 1650-SIGUIENTE
084200     END-IF
084300     MOVE 0 TO WS-IDX-HALLADO
084400     PERFORM 1655-COMPARAR-TIPO THRU 1655-EXIT
084500         VARYING WS-IDX-FAM FROM 1 BY 1
084600         UNTIL WS-IDX-FAM > 8 OR WS-IDX-HALLADO NOT = 0
084700     IF WS-IDX-HALLADO = 0
084800         ADD 1 TO WS-TOTAL-AVISOS
084900         MOVE SPACES TO CER-LINEA
085000         STRING "TIPO NO VALIDO EN BORRLISTA, NO TRATADO: "
085100                DELIMITED BY SIZE
085200                LIS-FICHERO DELIMITED BY SIZE
085300             INTO CER-LINEA
085400         END-STRING
085500         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
085600         GO TO 1650-SIGUIENTE
085700     END-IF
085800     MOVE WS-IDX-HALLADO TO WS-IDX-FAM
085900     MOVE LIS-FICHERO TO WS-NOMBRE-FICHERO
086000     MOVE "L" TO WS-CAR
086100     PERFORM 1690-ANOTAR-FICHERO THRU 1690-EXIT
086200     IF WS-IDX-HALLADO NOT = 0
086300         MOVE LIS-FICHERO(1:12) TO WS-FIC-FAMILIA(WS-NUM-FICHEROS)
086400     END-IF.
086500 1650-SIGUIENTE.
086600     PERFORM 1640-LEER-LISTA THRU 1640-EXIT.
086700 1650-EXIT.
086800     EXIT.
086900*================================================================
087000 1655-COMPARAR-TIPO.
087100*================================================================
087200     IF WS-FAM-TIPO(WS-IDX-FAM) = LIS-TIPO
087300         MOVE WS-IDX-FAM TO WS-IDX-HALLADO
087400     END-IF.
087500 1655-EXIT.
087600     EXIT.
087700*================================================================
087800 1690-ANOTAR-FICHERO.
087900*================================================================
088000*    UNA ENTRADA POR FICHERO (WS-CAR TRAE EL ORIGEN V, M O L).
088100*    WS-IDX-HALLADO QUEDA A CERO SI LA TABLA ESTA LLENA.
088200     IF WS-NUM-FICHEROS NOT < 400
088300         MOVE 0 TO WS-IDX-HALLADO
088400         ADD 1 TO WS-TOTAL-AVISOS
088500         MOVE SPACES TO CER-LINEA
088600         STRING "TABLA DE FICHEROS LLENA, NO TRATADO: "
088700                DELIMITED BY SIZE
088800                WS-NOMBRE-FICHERO DELIMITED BY SIZE
088900             INTO CER-LINEA
089000         END-STRING
089100         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
089200         GO TO 1690-EXIT
089300     END-IF
089400     ADD 1 TO WS-NUM-FICHEROS
089500     MOVE WS-NUM-FICHEROS TO WS-IDX-HALLADO
089600     MOVE WS-NOMBRE-FICHERO TO WS-FIC-NOMBRE(WS-NUM-FICHEROS)
089700     MOVE WS-FAM-NOMBRE(WS-IDX-FAM)
089800         TO WS-FIC-FAMILIA(WS-NUM-FICHEROS)
089900     MOVE WS-FAM-TIPO(WS-IDX-FAM) TO WS-FIC-TIPO(WS-NUM-FICHEROS)
090000     MOVE WS-CAR TO WS-FIC-ORIGEN(WS-NUM-FICHEROS)
090100     MOVE 0 TO WS-FIC-LINEA-MANI(WS-NUM-FICHEROS)
090200     IF WS-CAR = "M"
090300         MOVE WS-LINEA-MANI TO WS-FIC-LINEA-MANI(WS-NUM-FICHEROS)
090400     END-IF
090500     MOVE 0 TO WS-FIC-LEIDOS(WS-NUM-FICHEROS)
090600               WS-FIC-ESCRITOS(WS-NUM-FICHEROS)
090700               WS-FIC-SUPRIMIDOS(WS-NUM-FICHEROS)
090800               WS-FIC-ENMASCARADOS(WS-NUM-FICHEROS)
090900     MOVE SPACES TO WS-FIC-RESULTADO(WS-NUM-FICHEROS).
091000 1690-EXIT.
091100     EXIT.
091200*================================================================
091300 2000-QUITAR-MASCARA.
091400*================================================================
091500*    LA MASCARA FIJA DEL CLIENTE EN CLIMAPA ES LA QUE LLEVAN SUS
091600*    COPIAS ENMASCARADAS: SE GUARDA PARA SUPRIMIRLAS Y LA LINEA
091700*    DEL MAPA SE QUITA, CON LO QUE LO QUE QUEDE YA NO SE PUEDE
091800*    ASOCIAR AL CLIENTE.
091900     MOVE SPACES TO WS-CER-DATO
092000     MOVE "MASCARA EN CLIMAPA" TO WS-CER-ETIQUETA
092100     OPEN INPUT CLIENTE-MAPA
092200     IF WS-MAP-NO-EXISTE
092300         MOVE "SIN FICHERO CLIMAPA" TO WS-CER-VALOR
092400         GO TO 2000-CERTIFICAR
092500     END-IF
092600     OPEN OUTPUT FICHERO-TRABAJO
092700     PERFORM 2010-LEER-MAPA THRU 2010-EXIT
092800     PERFORM 2020-COPIAR-MAPA THRU 2020-EXIT
092900         UNTIL WS-MAP-FIN-FICHERO
093000     CLOSE CLIENTE-MAPA FICHERO-TRABAJO
093100     IF WS-MAPAS-BORRADOS = 0
093200         ADD 1 TO WS-TOTAL-AVISOS
093300         MOVE "SIN LINEA: COPIAS NO LOCALIZABLES"
093400             TO WS-CER-VALOR
093500         GO TO 2000-CERTIFICAR
093600     END-IF
093700     OPEN INPUT FICHERO-TRABAJO
093800     OPEN OUTPUT CLIENTE-MAPA
093900     PERFORM 2030-REPONER-MAPA THRU 2030-EXIT
094000         UNTIL WS-TRA-FIN-FICHERO
094100     CLOSE FICHERO-TRABAJO CLIENTE-MAPA
094200     STRING WS-MASCARA DELIMITED BY SIZE
094300            " (LINEA QUITADA DEL MAPA)" DELIMITED BY SIZE
094400         INTO WS-CER-VALOR
094500     END-STRING.
094600 2000-CERTIFICAR.
094700     MOVE WS-CER-DATO TO CER-LINEA
094800     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
094900 2000-EXIT.
095000     EXIT.
095100*================================================================
095200 2010-LEER-MAPA.
095300*================================================================
095400     READ CLIENTE-MAPA
095500         AT END
095600             MOVE "10" TO WS-MAP-STATUS
095700     END-READ.
095800 2010-EXIT.
095900     EXIT.
096000*================================================================
096100 2020-COPIAR-MAPA.
096200*================================================================
096300     IF MAP-DE = WS-CLIENTE
096400         MOVE MAP-A TO WS-MASCARA
096500         ADD 1 TO WS-MAPAS-BORRADOS
096600     ELSE
096700         MOVE MAP-REGISTRO TO TRA-REGISTRO
096800         WRITE TRA-REGISTRO
096900     END-IF
097000     PERFORM 2010-LEER-MAPA THRU 2010-EXIT.
097100 2020-EXIT.
097200     EXIT.
097300*================================================================
097400 2030-REPONER-MAPA.
097500*================================================================
097600     READ FICHERO-TRABAJO
097700         AT END
097800             MOVE "10" TO WS-TRA-STATUS
097900         NOT AT END
098000             MOVE TRA-REGISTRO(1:16) TO MAP-REGISTRO
098100             WRITE MAP-REGISTRO
098200     END-READ.
098300 2030-EXIT.
098400     EXIT.
098500*================================================================
098600 3000-BORRAR-FICHERO.
098700*================================================================
098800*    EL FICHERO SE COPIA A BORRTRAB TRATANDO CADA LINEA SEGUN SU
098900*    TIPO; SOLO SI HA CAMBIADO ALGO (Y, EN AUDITORIA, SI SU
099000*    CADENA ESTABA SANA) LA COPIA SE REPONE SOBRE EL ORIGINAL.
099100     MOVE WS-FIC-NOMBRE(WS-IDX-FIC) TO WS-NOMBRE-FICHERO
099200     MOVE 0 TO WS-LEIDOS WS-ESCRITOS WS-SUPRIMIDOS WS-ENMASCARADOS
099300     MOVE 0 TO WS-REGS-ANTES WS-HASH-ANTES WS-HASH-ORD-ANTES
099400     MOVE 0 TO WS-REGS-DESPUES WS-HASH-DESPUES WS-HASH-ORD-DESPUES
099500     MOVE "N" TO WS-CADENA-ROTA WS-POST-TRAILER WS-TRAILER-REHECHO
099600     MOVE "N" TO WS-TRAILER-MALO WS-EN-BLOQUE WS-VISTO-SUBTOTAL
099700     MOVE "S" TO WS-PRIMERA-CADENA
099800     MOVE SPACE TO WS-CONT-ESTADO
099900     MOVE 0 TO WS-ANTERIOR-VIEJO WS-ANTERIOR-NUEVO
100000     IF WS-FIC-TIPO(WS-IDX-FIC) = "M"
100100         MOVE WS-MASCARA TO WS-CODIGO-BUSCADO
100200     ELSE
100300         MOVE WS-CLIENTE TO WS-CODIGO-BUSCADO
100400     END-IF
100500     PERFORM 3050-CLAVE-DE-CONTROL THRU 3050-EXIT
100600     IF WS-FIC-TIPO(WS-IDX-FIC) = "A" AND SELLOS-ROTOS
100700         MOVE "NO TRATADO" TO WS-FIC-RESULTADO(WS-IDX-FIC)
100800         GO TO 3000-CERTIFICAR
100900     END-IF
101000     OPEN INPUT FICHERO-ORIGEN
101100     IF WS-ORI-STATUS NOT = "00"
101200         MOVE "AUSENTE" TO WS-FIC-RESULTADO(WS-IDX-FIC)
101300         IF WS-FIC-ORIGEN(WS-IDX-FIC) NOT = "V"
101400             ADD 1 TO WS-TOTAL-AVISOS
101500         END-IF
101600         GO TO 3000-CERTIFICAR
101700     END-IF
101800     OPEN OUTPUT FICHERO-TRABAJO
101900     PERFORM 3100-LEER-ORIGEN THRU 3100-EXIT
102000     PERFORM 3200-TRATAR-LINEA THRU 3200-EXIT
102100         UNTIL WS-ORI-FIN-FICHERO
102200     CLOSE FICHERO-ORIGEN FICHERO-TRABAJO
102300     MOVE WS-LEIDOS        TO WS-FIC-LEIDOS(WS-IDX-FIC)
102400     MOVE WS-ESCRITOS      TO WS-FIC-ESCRITOS(WS-IDX-FIC)
102500     MOVE WS-SUPRIMIDOS    TO WS-FIC-SUPRIMIDOS(WS-IDX-FIC)
102600     MOVE WS-ENMASCARADOS  TO WS-FIC-ENMASCARADOS(WS-IDX-FIC)
102700     EVALUATE TRUE
102800         WHEN CADENA-ROTA
102900             MOVE "CADENA ROTA" TO WS-FIC-RESULTADO(WS-IDX-FIC)
103000             ADD 1 TO WS-TOTAL-ERRORES
103100             PERFORM 3060-DESCARTAR-SELLOS THRU 3060-EXIT
103200         WHEN WS-SUPRIMIDOS = 0 AND WS-ENMASCARADOS = 0
103300             MOVE "SIN DATOS" TO WS-FIC-RESULTADO(WS-IDX-FIC)
103400         WHEN OTHER
103500             PERFORM 3900-REPONER-FICHERO THRU 3900-EXIT
103600             ADD 1 TO WS-TOTAL-REESCRITOS
103700             ADD WS-SUPRIMIDOS TO WS-TOTAL-SUPRIMIDOS
103800             ADD WS-ENMASCARADOS TO WS-TOTAL-ENMASCARADOS
103900             IF TRAILER-REHECHO
104000                 MOVE "TRAILER REHECHO"
104100                     TO WS-FIC-RESULTADO(WS-IDX-FIC)
104200             ELSE
104300                 MOVE "REESCRITO" TO WS-FIC-RESULTADO(WS-IDX-FIC)
104400             END-IF
104500             IF WS-NOMBRE-FICHERO = "AUDITDIA"
104600                 MOVE WS-ANTERIOR-VIEJO TO WS-CABEZA-VIEJA
104700                 MOVE WS-ANTERIOR-NUEVO TO WS-CABEZA-NUEVA
104800             END-IF
104900     END-EVALUATE
105000     IF TRAILER-MALO
105100         ADD 1 TO WS-TOTAL-AVISOS
105200     END-IF.
105300 3000-CERTIFICAR.
105400     MOVE SPACES TO WS-CER-FICHERO
105500     MOVE WS-FIC-NOMBRE(WS-IDX-FIC)        TO WS-CFI-NOMBRE
105600     MOVE WS-FIC-TIPO(WS-IDX-FIC)          TO WS-CFI-TIPO
105700     MOVE WS-FIC-LEIDOS(WS-IDX-FIC)        TO WS-CFI-LEIDOS
105800     MOVE WS-FIC-SUPRIMIDOS(WS-IDX-FIC)    TO WS-CFI-SUPRIMIDOS
105900     MOVE WS-FIC-ENMASCARADOS(WS-IDX-FIC)  TO WS-CFI-ENMASCARADOS
106000     MOVE WS-FIC-ESCRITOS(WS-IDX-FIC)      TO WS-CFI-ESCRITOS
106100     MOVE WS-FIC-RESULTADO(WS-IDX-FIC)     TO WS-CFI-RESULTADO
106200     MOVE WS-CER-FICHERO TO CER-LINEA
106300     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
106400     IF TRAILER-MALO
106500         MOVE "  EL TRAILER YA NO CONCILIABA: SE DEJA IGUAL"
106600             TO CER-LINEA
106700         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
106800     END-IF.
106900 3000-EXIT.
107000     EXIT.
107100*================================================================
107200 3050-CLAVE-DE-CONTROL.
107300*================================================================
107400     MOVE 1 TO WS-POS-CLAVE
107500     MOVE 9 TO WS-LARGO-CLAVE
107600     PERFORM 3055-COMPARAR-CLAVE THRU 3055-EXIT
107700         VARYING WS-IDX-BUS FROM 1 BY 1
107800         UNTIL WS-IDX-BUS > WS-NUM-CLAVES.
107900 3050-EXIT.
108000     EXIT.
108100*================================================================
108200 3055-COMPARAR-CLAVE.
108300*================================================================
108400     IF WS-CLV-FICHERO(WS-IDX-BUS)
108500        NOT = WS-FIC-FAMILIA(WS-IDX-FIC)
108600         GO TO 3055-EXIT
108700     END-IF
108800     IF WS-CLV-POS(WS-IDX-BUS) > 0
108900         MOVE WS-CLV-POS(WS-IDX-BUS) TO WS-POS-CLAVE
109000     END-IF
109100     IF WS-CLV-LARGO(WS-IDX-BUS) > 0
109200      AND WS-CLV-LARGO(WS-IDX-BUS) NOT > 200
109300         MOVE WS-CLV-LARGO(WS-IDX-BUS) TO WS-LARGO-CLAVE
109400     END-IF.
109500 3055-EXIT.
109600     EXIT.
109700*================================================================
109800 3060-DESCARTAR-SELLOS.
109900*================================================================
110000*    LA AUDITORIA NO SE REPONE: SUS SELLOS VUELVEN A SU VALOR.
110100     PERFORM 3065-DESCARTAR-SELLO THRU 3065-EXIT
110200         VARYING WS-IDX-SEL FROM 1 BY 1
110300         UNTIL WS-IDX-SEL > WS-NUM-SELLOS.
110400 3060-EXIT.
110500     EXIT.
110600*================================================================
110700 3065-DESCARTAR-SELLO.
110800*================================================================
110900     IF WS-SEL-FICHERO(WS-IDX-SEL) = WS-IDX-FIC
111000         MOVE WS-SEL-VIEJO(WS-IDX-SEL) TO WS-SEL-NUEVO(WS-IDX-SEL)
111100         MOVE 0 TO WS-SEL-FICHERO(WS-IDX-SEL)
111200     END-IF.
111300 3065-EXIT.
111400     EXIT.
111500*================================================================
111600 3100-LEER-ORIGEN.
111700*================================================================
111800     READ FICHERO-ORIGEN
111900         AT END
112000             MOVE "10" TO WS-ORI-STATUS
112100     END-READ.
112200 3100-EXIT.
112300     EXIT.
112400*================================================================
112500 3200-TRATAR-LINEA.
112600*================================================================
112700*    LAS LINEAS CAB/TRL DE LOS FICHEROS DE INTERCAMBIO Y LAS QUE
112800*    SIGUEN AL TRAILER NO SON DATOS Y PASAN TAL CUAL (EL TRAILER,
112900*    CON SUS TOTALES REHECHOS).
113000     ADD 1 TO WS-LEIDOS
113100     MOVE ORI-REGISTRO TO TRA-REGISTRO
113200     SET LINEA-CONSERVADA TO TRUE
113300     EVALUATE TRUE
113400         WHEN POST-TRAILER
113500             CONTINUE
113600         WHEN WS-FIC-TIPO(WS-IDX-FIC) = "R"
113700             PERFORM 3500-LINEA-INFORME THRU 3500-EXIT
113800         WHEN WS-FIC-TIPO(WS-IDX-FIC) = "A"
113900             PERFORM 3600-LINEA-AUDITORIA THRU 3600-EXIT
114000         WHEN ORI-REGISTRO(1:3) = "CAB"
114100             CONTINUE
114200         WHEN ORI-REGISTRO(1:3) = "TRL"
114300             PERFORM 3700-REHACER-TRAILER THRU 3700-EXIT
114400             SET POST-TRAILER TO TRUE
114500         WHEN OTHER
114600             PERFORM 3810-ACUMULAR-ANTES THRU 3810-EXIT
114700             IF WS-FIC-TIPO(WS-IDX-FIC) = "Q"
114800                 PERFORM 3400-LINEA-RECHAZO THRU 3400-EXIT
114900             ELSE
115000                 PERFORM 3300-LINEA-TEXTO THRU 3300-EXIT
115100             END-IF
115200             IF LINEA-CONSERVADA
115300                 PERFORM 3820-ACUMULAR-DESPUES THRU 3820-EXIT
115400             END-IF
115500     END-EVALUATE
115600     EVALUATE TRUE
115700         WHEN LINEA-SUPRIMIDA
115800             ADD 1 TO WS-SUPRIMIDOS
115900         WHEN LINEA-ENMASCARADA
116000             ADD 1 TO WS-ENMASCARADOS
116100     END-EVALUATE
116200     IF NOT LINEA-SUPRIMIDA
116300         WRITE TRA-REGISTRO
116400         ADD 1 TO WS-ESCRITOS
116500     END-IF
116600     PERFORM 3100-LEER-ORIGEN THRU 3100-EXIT.
116700 3200-EXIT.
116800     EXIT.
116900*================================================================
117000 3300-LINEA-TEXTO.
117100*================================================================
117200*    UN TEXTO LARGO OCUPA VARIOS REGISTROS ("+" EN LA ULTIMA
117300*    POSICION): LOS SEGMENTOS SIGUEN LA SUERTE DEL PRIMERO.
117400     EVALUATE TRUE
117500         WHEN CONT-SUPRIMIENDO
117600             SET LINEA-SUPRIMIDA TO TRUE
117700         WHEN CONT-CONSERVANDO
117800             CONTINUE
117900         WHEN WS-CODIGO-BUSCADO NOT = SPACES
118000          AND ORI-REGISTRO(1:8) = WS-CODIGO-BUSCADO
118100             SET LINEA-SUPRIMIDA TO TRUE
118200     END-EVALUATE
118300     IF ORI-REGISTRO(8001:1) NOT = "+"
118400         MOVE SPACE TO WS-CONT-ESTADO
118500     ELSE
118600         IF LINEA-SUPRIMIDA
118700             SET CONT-SUPRIMIENDO TO TRUE
118800         ELSE
118900             SET CONT-CONSERVANDO TO TRUE
119000         END-IF
119100     END-IF.
119200 3300-EXIT.
119300     EXIT.
119400*================================================================
119500 3400-LINEA-RECHAZO.
119600*================================================================
119700*    EL CLIENTE DE UN RECHAZO SALE DE SU IMAGEN: EL CODIGO DE
119800*    ELTEXTO (1:8) EN PALINDRO Y LA ORDEN DE AREAPOLIN (85:10) EN
119900*    AREAPOL. LOS DEMAS PROGRAMAS NO LLEVAN CLIENTE.
120000     MOVE ORI-REGISTRO(1:8082) TO REJ-STD-REGISTRO
120100     MOVE SPACES TO WS-CLIENTE-LINEA
120200     EVALUATE REJ-STD-PROGRAMA
120300         WHEN "PALINDRO"
120400             MOVE REJ-STD-IMAGEN(1:8) TO WS-CLIENTE-LINEA
120500         WHEN "AREAPOL"
120600             MOVE REJ-STD-IMAGEN(85:10) TO WS-REFERENCIA-BUSCADA
120700             PERFORM 3450-COMPARAR-ORDEN THRU 3450-EXIT
120800                 VARYING WS-IDX-BUS FROM 1 BY 1
120900                 UNTIL WS-IDX-BUS > WS-NUM-ORDENES
121000                    OR WS-CLIENTE-LINEA NOT = SPACES
121100         WHEN OTHER
121200             CONTINUE
121300     END-EVALUATE
121400     IF WS-CLIENTE-LINEA = WS-CLIENTE
121500         SET LINEA-SUPRIMIDA TO TRUE
121600     END-IF.
121700 3400-EXIT.
121800     EXIT.
121900*================================================================
122000 3450-COMPARAR-ORDEN.
122100*================================================================
122200     IF WS-ORD-REF(WS-IDX-BUS) = WS-REFERENCIA-BUSCADA
122300         MOVE WS-ORD-CLI(WS-IDX-BUS) TO WS-CLIENTE-LINEA
122400     END-IF.
122500 3450-EXIT.
122600     EXIT.
122700*================================================================
122800 3500-LINEA-INFORME.
122900*================================================================
123000*    EL BLOQUE DEL CLIENTE EN EL INFORME DE PALINDROMO VA DESDE
123100*    SU CABECERA "CLIENTE: " HASTA SUS SUBTOTALES ("... DEL
123200*    CLIENTE:"), QUE SE CONSERVAN; LA CABECERA LLEVA EL
123300*    SEUDONIMO Y EL DETALLE (LOS TEXTOS) SE SUSTITUYE.
123400     IF ORI-REGISTRO(1:9) = "CLIENTE: "
123500         MOVE "N" TO WS-EN-BLOQUE WS-VISTO-SUBTOTAL
123600         IF ORI-REGISTRO(10:8) = WS-CLIENTE
123700             SET EN-BLOQUE TO TRUE
123800             MOVE WS-SEUDONIMO TO TRA-REGISTRO(10:8)
123900             SET LINEA-ENMASCARADA TO TRUE
124000         END-IF
124100         GO TO 3500-EXIT
124200     END-IF
124300     IF NOT EN-BLOQUE
124400         GO TO 3500-EXIT
124500     END-IF
124600     MOVE 0 TO WS-TALLY
124700     INSPECT ORI-REGISTRO(1:40) TALLYING WS-TALLY
124800         FOR ALL "DEL CLIENTE:"
124900     IF WS-TALLY > 0
125000         SET VISTO-SUBTOTAL TO TRUE
125100         GO TO 3500-EXIT
125200     END-IF
125300     IF VISTO-SUBTOTAL
125400         MOVE "N" TO WS-EN-BLOQUE WS-VISTO-SUBTOTAL
125500         GO TO 3500-EXIT
125600     END-IF
125700     MOVE SPACES TO TRA-REGISTRO
125800     MOVE "  (DETALLE SUPRIMIDO POR BORRADO DEL CLIENTE)"
125900         TO TRA-REGISTRO
126000     SET LINEA-ENMASCARADA TO TRUE.
126100 3500-EXIT.
126200     EXIT.
126300*================================================================
126400 3600-LINEA-AUDITORIA.
126500*================================================================
126600*    SE COMPRUEBA LA LINEA CON SUS VALORES ORIGINALES (LA PRIMERA
126700*    ENCADENADA ES EL ANCLA), SE SEUDONIMIZA SU CLAVE Y SU MOTIVO
126800*    Y SE RECALCULA SU VALOR DE CADENA SOBRE EL NUEVO ANTERIOR.
126900     MOVE ORI-REGISTRO(1:196) TO AUD-CAD-REGISTRO
127000     MOVE AUD-CAD-DATOS TO AUD-STD-REGISTRO
127100     MOVE 0 TO WS-CAMBIOS-CAMPO
127200     MOVE AUD-STD-CLAVE TO WS-CAMPO
127300     MOVE 60 TO WS-LARGO-CAMPO
127400     PERFORM 3650-SEUDONIMIZAR-CAMPO THRU 3650-EXIT
127500     MOVE WS-CAMPO TO AUD-STD-CLAVE
127600     MOVE AUD-STD-MOTIVO TO WS-CAMPO
127700     MOVE 40 TO WS-LARGO-CAMPO
127800     PERFORM 3650-SEUDONIMIZAR-CAMPO THRU 3650-EXIT
127900     MOVE WS-CAMPO(1:40) TO AUD-STD-MOTIVO
128000     IF WS-CAMBIOS-CAMPO > 0
128100         SET LINEA-ENMASCARADA TO TRUE
128200     END-IF
128300     IF AUD-CAD-ANTERIOR NOT NUMERIC
128400      OR AUD-CAD-ENCADENADO NOT NUMERIC
128500         MOVE AUD-STD-REGISTRO TO AUD-CAD-DATOS
128600         MOVE AUD-CAD-REGISTRO TO TRA-REGISTRO
128700         GO TO 3600-EXIT
128800     END-IF
128900     CALL "AUDHASH" USING AUD-CAD-DATOS AUD-CAD-ANTERIOR
129000         WS-VALOR-CALCULADO
129100     IF WS-VALOR-CALCULADO NOT = AUD-CAD-ENCADENADO
129200         SET CADENA-ROTA TO TRUE
129300     END-IF
129400     IF NOT PRIMERA-CADENA
129500      AND AUD-CAD-ANTERIOR NOT = WS-ANTERIOR-VIEJO
129600         SET CADENA-ROTA TO TRUE
129700     END-IF
129800     IF PRIMERA-CADENA
129900         MOVE AUD-CAD-ANTERIOR TO WS-ANTERIOR-NUEVO
130000         MOVE "N" TO WS-PRIMERA-CADENA
130100     END-IF
130200     MOVE AUD-CAD-ENCADENADO TO WS-ENCADENADO-VIEJO
130300     MOVE AUD-STD-REGISTRO TO AUD-CAD-DATOS
130400     MOVE WS-ANTERIOR-NUEVO TO AUD-CAD-ANTERIOR
130500     CALL "AUDHASH" USING AUD-CAD-DATOS AUD-CAD-ANTERIOR
130600         AUD-CAD-ENCADENADO
130700     MOVE WS-ENCADENADO-VIEJO TO WS-ANTERIOR-VIEJO
130800     MOVE AUD-CAD-ENCADENADO TO WS-ANTERIOR-NUEVO
130900     PERFORM 3680-ACTUALIZAR-SELLO THRU 3680-EXIT
131000         VARYING WS-IDX-SEL FROM 1 BY 1
131100         UNTIL WS-IDX-SEL > WS-NUM-SELLOS
131200     MOVE AUD-CAD-REGISTRO TO TRA-REGISTRO.
131300 3600-EXIT.
131400     EXIT.
131500*================================================================
131600 3650-SEUDONIMIZAR-CAMPO.
131700*================================================================
131800*    CADA APARICION DEL CODIGO COMO PALABRA SUELTA (SIN LETRA NI
131900*    DIGITO PEGADO A NINGUN LADO) SE SUSTITUYE POR EL SEUDONIMO.
132000     IF WS-LARGO-CLIENTE = 0
132100         GO TO 3650-EXIT
132200     END-IF
132300     COMPUTE WS-ULTIMA-POS = WS-LARGO-CAMPO - WS-LARGO-CLIENTE + 1
132400     PERFORM 3660-PROBAR-POSICION THRU 3660-EXIT
132500         VARYING WS-POS FROM 1 BY 1
132600         UNTIL WS-POS > WS-ULTIMA-POS.
132700 3650-EXIT.
132800     EXIT.
132900*================================================================
133000 3660-PROBAR-POSICION.
133100*================================================================
133200     IF WS-CAMPO(WS-POS:WS-LARGO-CLIENTE)
133300        NOT = WS-CLIENTE(1:WS-LARGO-CLIENTE)
133400         GO TO 3660-EXIT
133500     END-IF
133600     IF WS-POS > 1
133700         MOVE WS-CAMPO(WS-POS - 1:1) TO WS-CAR
133800         PERFORM 3670-ES-LIMITE THRU 3670-EXIT
133900         IF NOT LIMITE-DE-PALABRA
134000             GO TO 3660-EXIT
134100         END-IF
134200     END-IF
134300     IF WS-POS < WS-ULTIMA-POS
134400         MOVE WS-CAMPO(WS-POS + WS-LARGO-CLIENTE:1) TO WS-CAR
134500         PERFORM 3670-ES-LIMITE THRU 3670-EXIT
134600         IF NOT LIMITE-DE-PALABRA
134700             GO TO 3660-EXIT
134800         END-IF
134900     END-IF
135000     MOVE WS-SEUDONIMO(1:WS-LARGO-CLIENTE)
135100         TO WS-CAMPO(WS-POS:WS-LARGO-CLIENTE)
135200     ADD 1 TO WS-CAMBIOS-CAMPO.
135300 3660-EXIT.
135400     EXIT.
135500*================================================================
135600 3670-ES-LIMITE.
135700*================================================================
135800     MOVE "S" TO WS-CAR-LIMITE
135900     IF WS-CAR IS NUMERIC
136000      OR (WS-CAR IS ALPHABETIC AND WS-CAR NOT = SPACE)
136100         MOVE "N" TO WS-CAR-LIMITE
136200     END-IF.
136300 3670-EXIT.
136400     EXIT.
136500*================================================================
136600 3680-ACTUALIZAR-SELLO.
136700*================================================================
136800*    EL SELLO QUE GUARDABA EL VALOR VIEJO DE ESTA LINEA PASA A
136900*    GUARDAR EL NUEVO.
137000     IF WS-SEL-VIEJO(WS-IDX-SEL) = WS-ENCADENADO-VIEJO
137100      AND WS-SEL-FICHERO(WS-IDX-SEL) = 0
137200         MOVE AUD-CAD-ENCADENADO TO WS-SEL-NUEVO(WS-IDX-SEL)
137300         MOVE WS-IDX-FIC TO WS-SEL-FICHERO(WS-IDX-SEL)
137400     END-IF.
137500 3680-EXIT.
137600     EXIT.
137700*================================================================
137800 3700-REHACER-TRAILER.
137900*================================================================
138000*    EL TRAILER SOLO SE REHACE SI CONCILIABA CON EL FICHERO TAL
138100*    COMO ESTABA; EL HASH ORDENADO, SOLO SI VENIA INFORMADO.
138200     MOVE ORI-REGISTRO(1:68) TO CTL-REGISTRO
138300     IF CTL-REGISTROS NOT NUMERIC OR CTL-HASH NOT NUMERIC
138400      OR CTL-REGISTROS NOT = WS-REGS-ANTES
138500      OR CTL-HASH NOT = WS-HASH-ANTES
138600         SET TRAILER-MALO TO TRUE
138700         GO TO 3700-EXIT
138800     END-IF
138900     IF CTL-HASH-ORD IS NUMERIC AND CTL-HASH-ORD > 0
139000         IF CTL-HASH-ORD NOT = WS-HASH-ORD-ANTES
139100             SET TRAILER-MALO TO TRUE
139200             GO TO 3700-EXIT
139300         END-IF
139400         MOVE WS-HASH-ORD-DESPUES TO CTL-HASH-ORD
139500     END-IF
139600     MOVE WS-REGS-DESPUES TO CTL-REGISTROS
139700     MOVE WS-HASH-DESPUES TO CTL-HASH
139800     MOVE CTL-REGISTRO TO TRA-REGISTRO(1:68)
139900     IF WS-REGS-DESPUES NOT = WS-REGS-ANTES
140000         SET TRAILER-REHECHO TO TRUE
140100     END-IF.
140200 3700-EXIT.
140300     EXIT.
140400*================================================================
140500 3810-ACUMULAR-ANTES.
140600*================================================================
140700     ADD 1 TO WS-REGS-ANTES
140800     MOVE ORI-REGISTRO(WS-POS-CLAVE:WS-LARGO-CLAVE)
140900         TO WS-CLAVE-CTL
141000     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE
141100         WS-HASH-ANTES
141200     MOVE WS-REGS-ANTES TO WS-POSICION-CTL
141300     CALL "CTLHASHO" USING WS-CLAVE-CTL WS-LARGO-CLAVE
141400         WS-POSICION-CTL WS-HASH-ORD-ANTES.
141500 3810-EXIT.
141600     EXIT.
141700*================================================================
141800 3820-ACUMULAR-DESPUES.
141900*================================================================
142000     ADD 1 TO WS-REGS-DESPUES
142100     MOVE ORI-REGISTRO(WS-POS-CLAVE:WS-LARGO-CLAVE)
142200         TO WS-CLAVE-CTL
142300     CALL "CTLHASH" USING WS-CLAVE-CTL WS-LARGO-CLAVE
142400         WS-HASH-DESPUES
142500     MOVE WS-REGS-DESPUES TO WS-POSICION-CTL
142600     CALL "CTLHASHO" USING WS-CLAVE-CTL WS-LARGO-CLAVE
142700         WS-POSICION-CTL WS-HASH-ORD-DESPUES.
142800 3820-EXIT.
142900     EXIT.
143000*================================================================
143100 3900-REPONER-FICHERO.
143200*================================================================
143300*    LA COPIA DEPURADA SUSTITUYE AL ORIGINAL EN EL MISMO PASO: EL
143400*    BORRADO NO DEPENDE DE UN RENOMBRADO POSTERIOR.
143500     OPEN INPUT FICHERO-TRABAJO
143600     OPEN OUTPUT FICHERO-ORIGEN
143700     MOVE "00" TO WS-TRA-STATUS
143800     PERFORM 3910-COPIAR-TRABAJO THRU 3910-EXIT
143900         UNTIL WS-TRA-FIN-FICHERO
144000     CLOSE FICHERO-TRABAJO FICHERO-ORIGEN.
144100 3900-EXIT.
144200     EXIT.
144300*================================================================
144400 3910-COPIAR-TRABAJO.
144500*================================================================
144600     READ FICHERO-TRABAJO
144700         AT END
144800             MOVE "10" TO WS-TRA-STATUS
144900         NOT AT END
145000             WRITE ORI-REGISTRO FROM TRA-REGISTRO
145100     END-READ.
145200 3910-EXIT.
145300     EXIT.
145400*================================================================
145500 4000-BORRAR-HUELLAS.
145600*================================================================
145700*    LAS HUELLAS DE REPETICION DE PALINDROMO VAN POR CLIENTE AL
145800*    PRINCIPIO DE LA CLAVE: SE LEE DESDE EL PRIMERO Y SE BORRA
145900*    HASTA QUE CAMBIA EL CLIENTE.
146000     MOVE SPACES TO WS-CER-DATO
146100     MOVE "HUELLAS BORRADAS EN HUELLTXT" TO WS-CER-ETIQUETA
146200     OPEN I-O HUELLA-TXT
146300     IF WS-HUE-STATUS NOT = "00"
146400         MOVE "SIN FICHERO HUELLTXT" TO WS-CER-VALOR
146500         GO TO 4000-CERTIFICAR
146600     END-IF
146700     MOVE WS-CLIENTE TO HUE-CLIENTE
146800     MOVE 0 TO HUE-HASH HUE-LARGO
146900     START HUELLA-TXT KEY IS NOT LESS THAN HUE-CLAVE
147000         INVALID KEY
147100             MOVE "10" TO WS-HUE-STATUS
147200     END-START
147300     PERFORM 4100-BORRAR-HUELLA THRU 4100-EXIT
147400         UNTIL WS-HUE-STATUS NOT = "00"
147500     CLOSE HUELLA-TXT
147600     MOVE WS-HUELLAS-BORRADAS TO WS-EDIT-NUMERO
147700     MOVE WS-EDIT-NUMERO TO WS-CER-VALOR.
147800 4000-CERTIFICAR.
147900     MOVE WS-CER-DATO TO CER-LINEA
148000     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
148100 4000-EXIT.
148200     EXIT.
148300*================================================================
148400 4100-BORRAR-HUELLA.
148500*================================================================
148600     READ HUELLA-TXT NEXT RECORD
148700         AT END
148800             MOVE "10" TO WS-HUE-STATUS
148900             GO TO 4100-EXIT
149000     END-READ
149100     IF HUE-CLIENTE NOT = WS-CLIENTE
149200         MOVE "10" TO WS-HUE-STATUS
149300         GO TO 4100-EXIT
149400     END-IF
149500     DELETE HUELLA-TXT RECORD
149600         INVALID KEY
149700             CONTINUE
149800         NOT INVALID KEY
149900             ADD 1 TO WS-HUELLAS-BORRADAS
150000     END-DELETE.
150100 4100-EXIT.
150200     EXIT.
150300*================================================================
150400 5000-REESCRIBIR-MANIFIESTO.
150500*================================================================
150600*    CADA GENERACION REESCRITA DEJA EN SU LINEA DEL MANIFIESTO EL
150700*    NUEVO RECUENTO DE REGISTROS, EL QUE AHORA TIENE EL FICHERO.
150800     IF NOT HAY-MANIFIESTO
150900         GO TO 5000-EXIT
151000     END-IF
151100     OPEN INPUT ARCHIVO-MANIFIESTO
151200     OPEN OUTPUT FICHERO-TRABAJO
151300     MOVE 0 TO WS-LINEA-MANI
151400     PERFORM 1620-LEER-MANIFIESTO THRU 1620-EXIT
151500     PERFORM 5100-COPIAR-MANIFIESTO THRU 5100-EXIT
151600         UNTIL WS-MAN-FIN-FICHERO
151700     CLOSE ARCHIVO-MANIFIESTO FICHERO-TRABAJO
151800     IF WS-MANI-REESCRITAS > 0
151900         OPEN INPUT FICHERO-TRABAJO
152000         OPEN OUTPUT ARCHIVO-MANIFIESTO
152100         MOVE "00" TO WS-TRA-STATUS
152200         PERFORM 5200-REPONER-MANIFIESTO THRU 5200-EXIT
152300             UNTIL WS-TRA-FIN-FICHERO
152400         CLOSE FICHERO-TRABAJO ARCHIVO-MANIFIESTO
152500     END-IF
152600     MOVE SPACES TO WS-CER-DATO
152700     MOVE "LINEAS DE ARCHMANIF REESCRITAS" TO WS-CER-ETIQUETA
152800     MOVE WS-MANI-REESCRITAS TO WS-EDIT-NUMERO
152900     MOVE WS-EDIT-NUMERO TO WS-CER-VALOR
153000     MOVE WS-CER-DATO TO CER-LINEA
153100     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
153200 5000-EXIT.
153300     EXIT.
153400*================================================================
153500 5100-COPIAR-MANIFIESTO.
153600*================================================================
153700     PERFORM 5150-BUSCAR-GENERACION THRU 5150-EXIT
153800         VARYING WS-IDX FROM 1 BY 1
153900         UNTIL WS-IDX > WS-NUM-FICHEROS
154000     MOVE MAN-REGISTRO TO TRA-REGISTRO
154100     WRITE TRA-REGISTRO
154200     PERFORM 1620-LEER-MANIFIESTO THRU 1620-EXIT.
154300 5100-EXIT.
154400     EXIT.
154500*================================================================
154600 5150-BUSCAR-GENERACION.
154700*================================================================
154800     IF WS-FIC-ORIGEN(WS-IDX) = "M"
154900      AND WS-FIC-LINEA-MANI(WS-IDX) = WS-LINEA-MANI
155000      AND FIC-REESCRITO(WS-IDX)
155100         MOVE WS-FIC-ESCRITOS(WS-IDX) TO MAN-REGISTROS
155200         ADD 1 TO WS-MANI-REESCRITAS
155300     END-IF.
155400 5150-EXIT.
155500     EXIT.
155600*================================================================
155700 5200-REPONER-MANIFIESTO.
155800*================================================================
155900     READ FICHERO-TRABAJO
156000         AT END
156100             MOVE "10" TO WS-TRA-STATUS
156200         NOT AT END
156300             MOVE TRA-REGISTRO(1:41) TO MAN-REGISTRO
156400             WRITE MAN-REGISTRO
156500     END-READ.
156600 5200-EXIT.
156700     EXIT.
156800*================================================================
156900 6000-REESCRIBIR-SELLOS.
157000*================================================================
157100*    LOS SELLOS CUYA LINEA CAMBIO DE VALOR SE ACTUALIZAN Y LA
157200*    CADENA DE SELLOS SE RECALCULA DESDE EL PRIMERO, QUE CONSERVA
157300*    SU ANTERIOR. CON LA CADENA DE SELLOS ROTA NO SE TOCA.
157400     MOVE 0 TO WS-SELLOS-REHECHOS
157500     PERFORM 6050-CONTAR-CAMBIO THRU 6050-EXIT
157600         VARYING WS-IDX-SEL FROM 1 BY 1
157700         UNTIL WS-IDX-SEL > WS-NUM-SELLOS
157800     IF SELLOS-ROTOS OR WS-SELLOS-REHECHOS = 0
157900         GO TO 6000-CERTIFICAR
158000     END-IF
158100     OPEN INPUT AUDITORIA-SELLO
158200     OPEN OUTPUT FICHERO-TRABAJO
158300     MOVE 0 TO WS-IDX-SEL
158400     PERFORM 1510-LEER-SELLO THRU 1510-EXIT
158500     PERFORM 6100-RESELLAR THRU 6100-EXIT
158600         UNTIL WS-ASL-FIN-FICHERO
158700     CLOSE AUDITORIA-SELLO FICHERO-TRABAJO
158800     OPEN INPUT FICHERO-TRABAJO
158900     OPEN OUTPUT AUDITORIA-SELLO
159000     MOVE "00" TO WS-TRA-STATUS
159100     PERFORM 6200-REPONER-SELLO THRU 6200-EXIT
159200         UNTIL WS-TRA-FIN-FICHERO
159300     CLOSE FICHERO-TRABAJO AUDITORIA-SELLO.
159400 6000-CERTIFICAR.
159500     MOVE SPACES TO WS-CER-DATO
159600     MOVE "SELLOS DE AUDSELLO REHECHOS" TO WS-CER-ETIQUETA
159700     MOVE WS-SELLOS-REHECHOS TO WS-EDIT-NUMERO
159800     MOVE WS-EDIT-NUMERO TO WS-CER-VALOR
159900     MOVE WS-CER-DATO TO CER-LINEA
160000     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
160100     IF WS-CABEZA-VIEJA NOT = WS-CABEZA-NUEVA
160200         MOVE SPACES TO WS-CER-DATO
160300         MOVE "CADENA AUDITDIA ANTES" TO WS-CER-ETIQUETA
160400         MOVE WS-CABEZA-VIEJA TO WS-CER-VALOR
160500         MOVE WS-CER-DATO TO CER-LINEA
160600         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
160700         MOVE "CADENA AUDITDIA DESPUES" TO WS-CER-ETIQUETA
160800         MOVE WS-CABEZA-NUEVA TO WS-CER-VALOR
160900         MOVE WS-CER-DATO TO CER-LINEA
161000         PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
161100     END-IF.
161200 6000-EXIT.
161300     EXIT.
161400*================================================================
161500 6050-CONTAR-CAMBIO.
161600*================================================================
161700     IF WS-SEL-NUEVO(WS-IDX-SEL) NOT = WS-SEL-VIEJO(WS-IDX-SEL)
161800         ADD 1 TO WS-SELLOS-REHECHOS
161900     END-IF.
162000 6050-EXIT.
162100     EXIT.
162200*================================================================
162300 6100-RESELLAR.
162400*================================================================
162500     ADD 1 TO WS-IDX-SEL
162600     MOVE WS-SEL-NUEVO(WS-IDX-SEL) TO ASL-ENCADENADO
162700     IF WS-IDX-SEL > 1
162800         MOVE WS-SELLO-PREVIO-NUEVO TO ASL-ANTERIOR
162900     END-IF
163000     MOVE ASL-DATOS TO WS-DATOS-HASH
163100     CALL "AUDHASH" USING WS-DATOS-HASH ASL-ANTERIOR ASL-SELLO
163200     MOVE ASL-SELLO TO WS-SELLO-PREVIO-NUEVO
163300     MOVE ASL-REGISTRO TO TRA-REGISTRO
163400     WRITE TRA-REGISTRO
163500     PERFORM 1510-LEER-SELLO THRU 1510-EXIT.
163600 6100-EXIT.
163700     EXIT.
163800*================================================================
163900 6200-REPONER-SELLO.
164000*================================================================
164100     READ FICHERO-TRABAJO
164200         AT END
164300             MOVE "10" TO WS-TRA-STATUS
164400         NOT AT END
164500             MOVE TRA-REGISTRO(1:LENGTH OF ASL-REGISTRO)
164600                 TO ASL-REGISTRO
164700             WRITE ASL-REGISTRO
164800     END-READ.
164900 6200-EXIT.
165000     EXIT.
165100*================================================================
165200 7000-CERRAR-CERTIFICADO.
165300*================================================================
165400*    TOTALES, FICHEROS CONSERVADOS Y FIRMA. LA FIRMA ES EL VALOR
165500*    AUDHASH ENCADENADO DE TODAS LAS LINEAS ANTERIORES (CADA UNA
165600*    CON EL VALOR DE LA PREVIA COMO ANTERIOR, EMPEZANDO EN CERO):
165700*    QUIEN RECALCULE LA CADENA SOBRE EL CERTIFICADO DEBE OBTENER
165800*    LA MISMA FIRMA QUE QUEDA ANOTADA EN AUDITDIA.
165900     IF NOT AUTORIZADO
166000         GO TO 7000-FIRMAR
166100     END-IF
166200     MOVE SPACES TO CER-LINEA
166300     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
166400     MOVE SPACES TO WS-CER-DATO
166500     MOVE "FICHEROS REESCRITOS" TO WS-CER-ETIQUETA
166600     MOVE WS-TOTAL-REESCRITOS TO WS-EDIT-NUMERO
166700     MOVE WS-EDIT-NUMERO TO WS-CER-VALOR
166800     MOVE WS-CER-DATO TO CER-LINEA
166900     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
167000     MOVE "REGISTROS SUPRIMIDOS" TO WS-CER-ETIQUETA
167100     MOVE WS-TOTAL-SUPRIMIDOS TO WS-EDIT-NUMERO
167200     MOVE WS-EDIT-NUMERO TO WS-CER-VALOR
167300     MOVE WS-CER-DATO TO CER-LINEA
167400     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
167500     MOVE "LINEAS ENMASCARADAS" TO WS-CER-ETIQUETA
167600     MOVE WS-TOTAL-ENMASCARADOS TO WS-EDIT-NUMERO
167700     MOVE WS-EDIT-NUMERO TO WS-CER-VALOR
167800     MOVE WS-CER-DATO TO CER-LINEA
167900     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
168000     MOVE "AVISOS / ERRORES" TO WS-CER-ETIQUETA
168100     MOVE SPACES TO WS-CER-VALOR
168200     MOVE WS-TOTAL-AVISOS TO WS-EDIT-AVISOS
168300     MOVE WS-TOTAL-ERRORES TO WS-EDIT-ERRORES
168400     STRING WS-EDIT-AVISOS DELIMITED BY SIZE
168500            " / " DELIMITED BY SIZE
168600            WS-EDIT-ERRORES DELIMITED BY SIZE
168700         INTO WS-CER-VALOR
168800     END-STRING
168900     MOVE WS-CER-DATO TO CER-LINEA
169000     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT
169100     MOVE "CONSERVADOS POR LEY: VOLTXT, FACTURAS Y CXC"
169200         TO CER-LINEA
169300     PERFORM 7900-ESCRIBIR-CERT THRU 7900-EXIT.
169400 7000-FIRMAR.
169500     MOVE SPACES TO CER-LINEA
169600     MOVE WS-FIRMA TO WS-EDIT-NUMERO
169700     STRING "FIRMA DEL CERTIFICADO: " DELIMITED BY SIZE
169800            WS-EDIT-NUMERO DELIMITED BY SIZE
169900         INTO CER-LINEA
170000     END-STRING
170100     WRITE CER-LINEA.
170200 7000-EXIT.
170300     EXIT.
170400*================================================================
170500 7900-ESCRIBIR-CERT.
170600*================================================================
170700     MOVE SPACES TO WS-DATOS-HASH
170800     MOVE CER-LINEA TO WS-DATOS-HASH
170900     CALL "AUDHASH" USING WS-DATOS-HASH WS-FIRMA WS-FIRMA-NUEVA
171000     MOVE WS-FIRMA-NUEVA TO WS-FIRMA
171100     WRITE CER-LINEA.
171200 7900-EXIT.
171300     EXIT.
171400*================================================================
171500 8000-ANOTAR-AUDITORIA.
171600*================================================================
171700*    LA ANOTACION SE HACE DESPUES DE RECADENAR (EL MODULO LEE LA
171800*    CADENA AL PRIMER USO) Y NO LLEVA EL CODIGO DEL CLIENTE, SINO
171900*    LA SOLICITUD Y EL SEUDONIMO.
172000     MOVE SPACES TO AUD-STD-REGISTRO
172100     MOVE "BORRACLI" TO AUD-STD-PROGRAMA
172200     MOVE PAR-SOLICITUD TO AUD-STD-CLAVE(1:12)
172300     MOVE WS-OPERADOR TO AUD-STD-CLAVE(23:8)
172400     MOVE PAR-AUTORIZA TO AUD-STD-CLAVE(32:8)
172500     IF AUTORIZADO
172600         MOVE WS-SEUDONIMO TO AUD-STD-CLAVE(14:8)
172700         MOVE "BORRADO EJECUTADO" TO AUD-STD-DECISION
172800     ELSE
172900         MOVE "BORRADO DENEGADO" TO AUD-STD-DECISION
173000     END-IF
173100     MOVE WS-FIRMA TO WS-EDIT-NUMERO
173200     STRING "FIRMA " DELIMITED BY SIZE
173300            WS-EDIT-NUMERO DELIMITED BY SIZE
173400         INTO AUD-STD-MOTIVO
173500     END-STRING
173600     CALL "AUDITORIA" USING AUD-STD-REGISTRO.
173700 8000-EXIT.
173800     EXIT.
173900*================================================================
174000 9000-TERMINATE.
174100*================================================================
174200     CLOSE BORRADO-CERT
174300     EVALUATE TRUE
174400         WHEN NOT AUTORIZADO
174500          OR WS-TOTAL-ERRORES > 0
174600             MOVE 8 TO RETURN-CODE
174700         WHEN WS-TOTAL-AVISOS > 0
174800             MOVE 4 TO RETURN-CODE
174900         WHEN OTHER
175000             MOVE 0 TO RETURN-CODE
175100     END-EVALUATE.
175200 9000-EXIT.
175300     EXIT.
175400 END PROGRAM BORRACLI.
