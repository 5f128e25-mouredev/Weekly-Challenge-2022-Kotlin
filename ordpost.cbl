000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ORDPOST.
000300 AUTHOR.         EQUIPO DE PROCESO BATCH.
000400 INSTALLATION.   DEPARTAMENTO DE PROCESO POR LOTES.
000500 DATE-WRITTEN.   OCTUBRE 2026.
000600 DATE-COMPILED.  OCTUBRE 2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       INIC.  DESCRIPCION
001100* ----------  -----  ---------------------------------------------
001200* 2026-10-15  MNT    VERSION INICIAL. CONTABILIZACION NOCTURNA
001300*                    DEL CICLO DE VIDA DE LAS ORDENES EN EL
001400*                    MAESTRO INDEXADO ORDMAST (CLAVE REFERENCIA):
001500*                    APERTURA DESDE ORDCLI, MEDICION DESDE
001600*                    MEDHIST (LAS DE LA FECHA DE NEGOCIO),
001700*                    RECHAZO DESDE AREAPOLREJ, FACTURA DESDE
001800*                    FACTOUT Y CIERRE DESDE LA LISTA ORDCIE. YA
001900*                    SE SABE SI UNA ORDEN NO SE MIDIO, SE MIDIO
002000*                    SIN FACTURAR O SE FACTURO DOS VECES
002100*                    (INFORME ORDEXCEP).
002120* 2026-10-15  MNT    FACTOUT SE DECLARA CON EL TRAZADO COMUN
002140*                    (FACREG), NUMERO DE FACTURA INCLUIDO: LA
002160*                    LINEA YA NO SE PARTE EN DOS AL LEERLA NI SU
002180*                    COLA LLEGA COMO UNA FACTURA MAS.
002200*----------------------------------------------------------------
002300* EL ESTADO ES LA ETAPA DE FECHA MAS RECIENTE; A IGUALDAD DE
002400* FECHA PESA MAS LA FACTURA QUE EL RECHAZO, Y EL RECHAZO MAS
002500* QUE LA MEDICION (UNA FIGURA RECHAZADA LA MISMA NOCHE DEJA LA
002600* ORDEN PENDIENTE DE CORREGIR). UNA ORDEN CERRADA SIGUE CERRADA:
002700* SU ACTIVIDAD POSTERIOR SE ANOTA Y SE LISTA. RELANZAR LA NOCHE
002800* NO DUPLICA CONTADORES: MEDICIONES Y RECHAZOS CUENTAN UNA VEZ
002900* POR FECHA Y LAS FACTURAS UNA VEZ POR CORRIDA DE FACTOUT.
003000* UNA ORDEN QUE APARECE MEDIDA, RECHAZADA O FACTURADA SIN ESTAR
003100* EN ORDCLI SE DA DE ALTA SIN FECHA DE APERTURA Y SE LISTA.
003200* CIERRES ORDCIE: REFERENCIA Y FECHA (A CERO, LA DE NEGOCIO).
003300* RETURN-CODE 4 SI HAY INCIDENCIAS, 8 SI NO SE PUEDE ABRIR
003400* ORDMAST.
003500*----------------------------------------------------------------
003600 ENVIRONMENT     DIVISION.
003700 INPUT-OUTPUT    SECTION.
003800 FILE-CONTROL.
003900     SELECT ORDEN-MAST ASSIGN TO "ORDMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS ORM-REFERENCIA
004300         FILE STATUS IS WS-ORM-STATUS.
004400     SELECT ORDEN-CLIENTE ASSIGN TO "ORDCLI"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ORD-STATUS.
004700     SELECT MEDICION-HIST ASSIGN TO "MEDHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS MED-CLAVE
005100         FILE STATUS IS WS-MED-STATUS.
005200     SELECT AREA-POL-REJ ASSIGN TO "AREAPOLREJ"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-REJ-STATUS.
005500     SELECT FACTURA-IN ASSIGN TO "FACTOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FAC-STATUS.
005800     SELECT CIERRE-IN ASSIGN TO "ORDCIE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CIE-STATUS.
006100     SELECT ORDEN-RPT ASSIGN TO "ORDPRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA            DIVISION.
006400 FILE            SECTION.
006500 FD  ORDEN-MAST.
006600     COPY ORDREG.
006700 FD  ORDEN-CLIENTE
006800     RECORDING MODE IS F.
006900 01  ORD-REGISTRO.
007000     05  ORD-REFERENCIA      PIC X(10).
007100     05  ORD-CLIENTE         PIC X(08).
007200 FD  MEDICION-HIST.
007300     COPY MEDREG.
007400 FD  AREA-POL-REJ
007500     RECORDING MODE IS F.
007600     COPY REJSTD.
007700 FD  FACTURA-IN
007800     RECORDING MODE IS F.
007900*    EL MISMO TRAZADO QUE ESCRIBE FACTUPOL, CON SU CABECERA Y
008000*    TRAILER DE CONTROL ESTANDAR (CTLREG).
008100     COPY FACREG.
009100     COPY CTLREG.
009200 FD  CIERRE-IN
009300     RECORDING MODE IS F.
009400 01  CIE-REGISTRO.
009500     05  CIE-REFERENCIA      PIC X(10).
009600     05  CIE-FECHA           PIC 9(08).
009700     05  CIE-FECHA-X REDEFINES CIE-FECHA
009800                             PIC X(08).
009900 FD  ORDEN-RPT
010000     RECORDING MODE IS F.
010100 01  RPT-LINEA               PIC X(80).
010200 01  RPT-RESUMEN-REGISTRO.
010300     05  RPT-RESUMEN-ETIQUETA PIC X(30).
010400     05  RPT-RESUMEN-VALOR    PIC Z(8)9.
010500 WORKING-STORAGE SECTION.
010600*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
010700     COPY FECNEG.
010800*    AREA DE COMUNICACION CON EL SERVICIO DE DIGITO DE CONTROL.
010900     COPY DIGSTD.
011000 01  WS-ORM-STATUS           PIC X(02).
011100     88  WS-ORM-NO-EXISTE            VALUE "35".
011200 01  WS-ORD-STATUS           PIC X(02).
011300     88  WS-ORD-FIN-FICHERO          VALUE "10".
011400 01  WS-MED-STATUS           PIC X(02).
011500     88  WS-MED-FIN-FICHERO          VALUE "10".
011600 01  WS-REJ-STATUS           PIC X(02).
011700     88  WS-REJ-FIN-FICHERO          VALUE "10".
011800 01  WS-FAC-STATUS           PIC X(02).
011900     88  WS-FAC-FIN-FICHERO          VALUE "10".
012000 01  WS-CIE-STATUS           PIC X(02).
012100     88  WS-CIE-FIN-FICHERO          VALUE "10".
012200 01  WS-MAESTRO-ABIERTO      PIC X(01) VALUE "N".
012300     88  MAESTRO-ABIERTO             VALUE "S".
012400 01  WS-ORDEN-NUEVA          PIC X(01) VALUE "N".
012500     88  ORDEN-NUEVA                 VALUE "S".
012600 01  WS-REFERENCIA           PIC X(10).
012700 01  WS-ETAPA                PIC X(10).
012800 01  WS-FECHA-ETAPA          PIC 9(08) VALUE ZERO.
012900 01  WS-FECHA-MAYOR          PIC 9(08) VALUE ZERO.
013000*    CORRIDA DE FACTUPOL SEGUN LA CABECERA DE FACTOUT.
013100 01  WS-CORRIDA-FACTOUT.
013200     05  WS-CFA-FECHA        PIC 9(08) VALUE ZERO.
013300     05  WS-CFA-NUMERO       PIC 9(04) VALUE ZERO.
013400 01  WS-EDIT-VECES           PIC ZZZZ9.
013500 01  WS-CONTADORES.
013600     05  WS-TOTAL-APERTURAS  PIC 9(07) COMP VALUE ZERO.
013700     05  WS-TOTAL-DIG-ERRONEO PIC 9(07) COMP VALUE ZERO.
013800     05  WS-TOTAL-MEDICIONES PIC 9(07) COMP VALUE ZERO.
013900     05  WS-TOTAL-RECHAZOS   PIC 9(07) COMP VALUE ZERO.
014000     05  WS-TOTAL-REJ-SIN-REF PIC 9(07) COMP VALUE ZERO.
014100     05  WS-TOTAL-FACTURAS   PIC 9(07) COMP VALUE ZERO.
014200     05  WS-TOTAL-REFACTURAS PIC 9(07) COMP VALUE ZERO.
014300     05  WS-TOTAL-CIERRES    PIC 9(07) COMP VALUE ZERO.
014400     05  WS-TOTAL-CIE-DESCONOC PIC 9(07) COMP VALUE ZERO.
014500     05  WS-TOTAL-SIN-APERTURA PIC 9(07) COMP VALUE ZERO.
014600     05  WS-TOTAL-SOBRE-CERRADA PIC 9(07) COMP VALUE ZERO.
014700     05  WS-TOTAL-ERR-GRABAR PIC 9(07) COMP VALUE ZERO.
014800 PROCEDURE       DIVISION.
014900*================================================================
015000 0000-MAINLINE.
015100*================================================================
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015300     IF MAESTRO-ABIERTO
015400         PERFORM 2000-ANOTAR-APERTURAS THRU 2000-EXIT
015500         PERFORM 3000-ANOTAR-MEDICIONES THRU 3000-EXIT
015600         PERFORM 4000-ANOTAR-RECHAZOS THRU 4000-EXIT
015700         PERFORM 5000-ANOTAR-FACTURAS THRU 5000-EXIT
015800         PERFORM 6000-ANOTAR-CIERRES THRU 6000-EXIT
015900     END-IF
016000     PERFORM 9000-TERMINATE THRU 9000-EXIT
016100     GOBACK.
016200*================================================================
016300 1000-INITIALIZE.
016400*================================================================
016500*    LA PRIMERA NOCHE EL MAESTRO NO EXISTE Y SE CREA VACIO.
016600     OPEN OUTPUT ORDEN-RPT
016700     MOVE SPACES TO RPT-RESUMEN-REGISTRO
016800     CALL "FECHANEG" USING FEC-NEG-AREA
016900     OPEN I-O ORDEN-MAST
017000     IF WS-ORM-NO-EXISTE
017100         OPEN OUTPUT ORDEN-MAST
017200         CLOSE ORDEN-MAST
017300         OPEN I-O ORDEN-MAST
017400     END-IF
017500     IF WS-ORM-STATUS NOT = "00"
017600         MOVE "ORDMAST NO DISPONIBLE, NO SE CONTABILIZA"
017700             TO RPT-LINEA
017800         WRITE RPT-LINEA
017900         MOVE 8 TO RETURN-CODE
018000     ELSE
018100         SET MAESTRO-ABIERTO TO TRUE
018200     END-IF.
018300 1000-EXIT.
018400     EXIT.
018500*================================================================
018600 2000-ANOTAR-APERTURAS.
018700*================================================================
018800     OPEN INPUT ORDEN-CLIENTE
018900     IF WS-ORD-STATUS NOT = "00"
019000         MOVE "SIN CRUCE ORDEN-CLIENTE, NO HAY APERTURAS"
019100             TO RPT-LINEA
019200         WRITE RPT-LINEA
019300         GO TO 2000-EXIT
019400     END-IF
019500     PERFORM 2100-LEER-ORDEN THRU 2100-EXIT
019600     PERFORM 2200-ANOTAR-APERTURA THRU 2200-EXIT
019700         UNTIL WS-ORD-FIN-FICHERO
019800     CLOSE ORDEN-CLIENTE.
019900 2000-EXIT.
020000     EXIT.
020100*================================================================
020200 2100-LEER-ORDEN.
020300*================================================================
020400     READ ORDEN-CLIENTE
020500         AT END
020600             MOVE "10" TO WS-ORD-STATUS
020700     END-READ.
020800 2100-EXIT.
020900     EXIT.
021000*================================================================
021100 2200-ANOTAR-APERTURA.
021200*================================================================
021300*    LA ORDEN CON DIGITO DE CONTROL ERRONEO NO SE ABRE (FACTUPOL
021400*    YA LA DEVUELVE EN FACTREJ); AQUI SOLO SE CUENTA Y SE LISTA.
021500     IF ORD-REFERENCIA = SPACES
021600         GO TO 2200-SIGUIENTE
021700     END-IF
021800     MOVE "V" TO DIG-STD-FUNCION
021900     MOVE "ORD" TO DIG-STD-TIPO
022000     MOVE ORD-REFERENCIA TO DIG-STD-REFERENCIA
022100     CALL "DIGCONTR" USING DIG-STD-AREA
022200     IF NOT DIG-STD-CORRECTA
022300         ADD 1 TO WS-TOTAL-DIG-ERRONEO
022400         MOVE SPACES TO RPT-LINEA
022500         STRING "ORDEN NO ABIERTA, REFERENCIA ERRONEA "
022600             ORD-REFERENCIA DELIMITED BY SIZE INTO RPT-LINEA
022700         END-STRING
022800         WRITE RPT-LINEA
022900         GO TO 2200-SIGUIENTE
023000     END-IF
023100     MOVE ORD-REFERENCIA TO WS-REFERENCIA
023200     MOVE "APERTURA" TO WS-ETAPA
023300     MOVE FEC-NEG-FECHA TO WS-FECHA-ETAPA
023400     PERFORM 7000-LEER-ORDEN THRU 7000-EXIT
023500*    UNA ORDEN YA ABIERTA SOLO SE TOCA SI LE FALTA LA APERTURA
023600*    O SI EL CRUCE LE CAMBIA EL CLIENTE.
023700     IF NOT ORDEN-NUEVA AND ORM-FEC-APERTURA > 0
023800      AND ORM-CLIENTE = ORD-CLIENTE
023900         GO TO 2200-SIGUIENTE
024000     END-IF
024100     IF ORM-FEC-APERTURA = 0
024200         MOVE WS-FECHA-ETAPA TO ORM-FEC-APERTURA
024300         ADD 1 TO WS-TOTAL-APERTURAS
024400     END-IF
024500     MOVE ORD-CLIENTE TO ORM-CLIENTE
024600     PERFORM 7100-GRABAR-ORDEN THRU 7100-EXIT.
024700 2200-SIGUIENTE.
024800     PERFORM 2100-LEER-ORDEN THRU 2100-EXIT.
024900 2200-EXIT.
025000     EXIT.
025100*================================================================
025200 3000-ANOTAR-MEDICIONES.
025300*================================================================
025400*    EL HISTORICO GUARDA UNA ENTRADA POR REFERENCIA Y FECHA:
025500*    LAS DE LA FECHA DE NEGOCIO SON LAS MEDICIONES DE LA NOCHE.
025600     OPEN INPUT MEDICION-HIST
025700     IF WS-MED-STATUS NOT = "00"
025800         MOVE "MEDHIST NO DISPONIBLE, NO HAY MEDICIONES"
025900             TO RPT-LINEA
026000         WRITE RPT-LINEA
026100         GO TO 3000-EXIT
026200     END-IF
026300     PERFORM 3100-LEER-MEDICION THRU 3100-EXIT
026400     PERFORM 3200-ANOTAR-MEDICION THRU 3200-EXIT
026500         UNTIL WS-MED-FIN-FICHERO
026600     CLOSE MEDICION-HIST.
026700 3000-EXIT.
026800     EXIT.
026900*================================================================
027000 3100-LEER-MEDICION.
027100*================================================================
027200     READ MEDICION-HIST NEXT
027300         AT END
027400             MOVE "10" TO WS-MED-STATUS
027500     END-READ
027510*    CUALQUIER ESTADO DE ERROR CORTA EL RECORRIDO.
027520     IF WS-MED-STATUS NOT = "00" AND WS-MED-STATUS NOT = "10"
027530         MOVE "10" TO WS-MED-STATUS
027540     END-IF.
027600 3100-EXIT.
027700     EXIT.
027800*================================================================
027900 3200-ANOTAR-MEDICION.
028000*================================================================
028100     IF MED-FECHA NOT = FEC-NEG-FECHA OR MED-REFERENCIA = SPACES
028200         GO TO 3200-SIGUIENTE
028300     END-IF
028400     MOVE MED-REFERENCIA TO WS-REFERENCIA
028500     MOVE "MEDICION" TO WS-ETAPA
028600     MOVE MED-FECHA TO WS-FECHA-ETAPA
028700     PERFORM 7000-LEER-ORDEN THRU 7000-EXIT
028800     IF ORM-FEC-MEDICION < WS-FECHA-ETAPA
028900         ADD 1 TO ORM-NUM-MEDICIONES
029000         MOVE WS-FECHA-ETAPA TO ORM-FEC-MEDICION
029100     END-IF
029200     ADD 1 TO WS-TOTAL-MEDICIONES
029300     PERFORM 7100-GRABAR-ORDEN THRU 7100-EXIT.
029400 3200-SIGUIENTE.
029500     PERFORM 3100-LEER-MEDICION THRU 3100-EXIT.
029600 3200-EXIT.
029700     EXIT.
029800*================================================================
029900 4000-ANOTAR-RECHAZOS.
030000*================================================================
030100     OPEN INPUT AREA-POL-REJ
030200     IF WS-REJ-STATUS NOT = "00"
030300         MOVE "SIN AREAPOLREJ, NO HAY RECHAZOS" TO RPT-LINEA
030400         WRITE RPT-LINEA
030500         GO TO 4000-EXIT
030600     END-IF
030700     PERFORM 4100-LEER-RECHAZO THRU 4100-EXIT
030800     PERFORM 4200-ANOTAR-RECHAZO THRU 4200-EXIT
030900         UNTIL WS-REJ-FIN-FICHERO
031000     CLOSE AREA-POL-REJ.
031100 4000-EXIT.
031200     EXIT.
031300*================================================================
031400 4100-LEER-RECHAZO.
031500*================================================================
031600     READ AREA-POL-REJ
031700         AT END
031800             MOVE "10" TO WS-REJ-STATUS
031900     END-READ.
032000 4100-EXIT.
032100     EXIT.
032200*================================================================
032300 4200-ANOTAR-RECHAZO.
032400*================================================================
032500*    LA REFERENCIA VA EN LA IMAGEN DEL REGISTRO DE AREA_POL
032600*    (POSICIONES 85 A 94), IGUAL QUE LA LISTA AREA_POL EN SU
032700*    RESUMEN DE RECHAZOS.
032800     IF REJ-STD-FECHA NOT = FEC-NEG-FECHA
032900      OR REJ-STD-PROGRAMA NOT = "AREAPOL"
033000         GO TO 4200-SIGUIENTE
033100     END-IF
033200     IF REJ-STD-IMAGEN(85:10) = SPACES
033300         ADD 1 TO WS-TOTAL-REJ-SIN-REF
033400         GO TO 4200-SIGUIENTE
033500     END-IF
033600     MOVE REJ-STD-IMAGEN(85:10) TO WS-REFERENCIA
033700     MOVE "RECHAZO" TO WS-ETAPA
033800     MOVE REJ-STD-FECHA TO WS-FECHA-ETAPA
033900     PERFORM 7000-LEER-ORDEN THRU 7000-EXIT
034000     IF ORM-FEC-RECHAZO < WS-FECHA-ETAPA
034100         ADD 1 TO ORM-NUM-RECHAZOS
034200         MOVE WS-FECHA-ETAPA TO ORM-FEC-RECHAZO
034300     END-IF
034400     ADD 1 TO WS-TOTAL-RECHAZOS
034500     PERFORM 7100-GRABAR-ORDEN THRU 7100-EXIT.
034600 4200-SIGUIENTE.
034700     PERFORM 4100-LEER-RECHAZO THRU 4100-EXIT.
034800 4200-EXIT.
034900     EXIT.
035000*================================================================
035100 5000-ANOTAR-FACTURAS.
035200*================================================================
035300     MOVE FEC-NEG-FECHA TO WS-CFA-FECHA
035400     MOVE FEC-NEG-CORRIDA TO WS-CFA-NUMERO
035500     OPEN INPUT FACTURA-IN
035600     IF WS-FAC-STATUS NOT = "00"
035700         MOVE "SIN FACTOUT, NO HAY FACTURAS" TO RPT-LINEA
035800         WRITE RPT-LINEA
035900         GO TO 5000-EXIT
036000     END-IF
036100     PERFORM 5100-LEER-FACTURA THRU 5100-EXIT
036200     PERFORM 5200-ANOTAR-FACTURA THRU 5200-EXIT
036300         UNTIL WS-FAC-FIN-FICHERO
036400     CLOSE FACTURA-IN.
036500 5000-EXIT.
036600     EXIT.
036700*================================================================
036800 5100-LEER-FACTURA.
036900*================================================================
037000     READ FACTURA-IN
037100         AT END
037200             MOVE "10" TO WS-FAC-STATUS
037300     END-READ.
037400 5100-EXIT.
037500     EXIT.
037600*================================================================
037700 5200-ANOTAR-FACTURA.
037800*================================================================
037900*    LA CABECERA IDENTIFICA LA CORRIDA DE FACTUPOL: VARIAS LINEAS
038000*    DE UNA ORDEN EN LA MISMA CORRIDA SON UNA SOLA FACTURACION.
038100     IF CTL-ES-CABECERA
038200         IF CTL-FECHA IS NUMERIC AND CTL-FECHA > 0
038300             MOVE CTL-FECHA TO WS-CFA-FECHA
038400             MOVE CTL-CORRIDA TO WS-CFA-NUMERO
038500         END-IF
038600         GO TO 5200-SIGUIENTE
038700     END-IF
038800     IF CTL-ES-TRAILER OR FAC-REFERENCIA = SPACES
038900         GO TO 5200-SIGUIENTE
039000     END-IF
039100     MOVE FAC-REFERENCIA TO WS-REFERENCIA
039200     MOVE "FACTURA" TO WS-ETAPA
039300     MOVE WS-CFA-FECHA TO WS-FECHA-ETAPA
039400     PERFORM 7000-LEER-ORDEN THRU 7000-EXIT
039500     IF ORM-FAC-ULT-CORRIDA = WS-CORRIDA-FACTOUT
039600         GO TO 5200-SIGUIENTE
039700     END-IF
039800     MOVE WS-CORRIDA-FACTOUT TO ORM-FAC-ULT-CORRIDA
039900     ADD 1 TO ORM-NUM-FACTURAS
040000     MOVE WS-FECHA-ETAPA TO ORM-FEC-FACTURA
040100     ADD 1 TO WS-TOTAL-FACTURAS
040200     IF ORM-NUM-FACTURAS > 1
040300         ADD 1 TO WS-TOTAL-REFACTURAS
040400         MOVE ORM-NUM-FACTURAS TO WS-EDIT-VECES
040500         MOVE SPACES TO RPT-LINEA
040600         STRING "ORDEN " WS-REFERENCIA " FACTURADA"
040700             WS-EDIT-VECES " VECES" DELIMITED BY SIZE
040800             INTO RPT-LINEA
040900         END-STRING
041000         WRITE RPT-LINEA
041100     END-IF
041200     PERFORM 7100-GRABAR-ORDEN THRU 7100-EXIT.
041300 5200-SIGUIENTE.
041400     PERFORM 5100-LEER-FACTURA THRU 5100-EXIT.
041500 5200-EXIT.
041600     EXIT.
041700*================================================================
041800 6000-ANOTAR-CIERRES.
041900*================================================================
042000*    LA LISTA DE CIERRES ES OPCIONAL.
042100     OPEN INPUT CIERRE-IN
042200     IF WS-CIE-STATUS NOT = "00"
042300         GO TO 6000-EXIT
042400     END-IF
042500     PERFORM 6100-LEER-CIERRE THRU 6100-EXIT
042600     PERFORM 6200-ANOTAR-CIERRE THRU 6200-EXIT
042700         UNTIL WS-CIE-FIN-FICHERO
042800     CLOSE CIERRE-IN.
042900 6000-EXIT.
043000     EXIT.
043100*================================================================
043200 6100-LEER-CIERRE.
043300*================================================================
043400     READ CIERRE-IN
043500         AT END
043600             MOVE "10" TO WS-CIE-STATUS
043700     END-READ.
043800 6100-EXIT.
043900     EXIT.
044000*================================================================
044100 6200-ANOTAR-CIERRE.
044200*================================================================
044300*    SOLO SE CIERRA LO QUE EXISTE; LA ORDEN SIN FACTURAR SE
044400*    CIERRA IGUAL (ANULADA) PERO QUEDA LISTADA.
044500     IF CIE-REFERENCIA = SPACES
044600         GO TO 6200-SIGUIENTE
044700     END-IF
044800     MOVE CIE-REFERENCIA TO ORM-REFERENCIA
044900     READ ORDEN-MAST
045000         INVALID KEY
045100             ADD 1 TO WS-TOTAL-CIE-DESCONOC
045200             MOVE SPACES TO RPT-LINEA
045300             STRING "CIERRE DE ORDEN DESCONOCIDA "
045400                 CIE-REFERENCIA DELIMITED BY SIZE
045500                 INTO RPT-LINEA
045600             END-STRING
045700             WRITE RPT-LINEA
045800             GO TO 6200-SIGUIENTE
045900     END-READ
046000     MOVE "N" TO WS-ORDEN-NUEVA
046100     IF ORM-CERRADA
046200         GO TO 6200-SIGUIENTE
046300     END-IF
046400     IF CIE-FECHA-X IS NUMERIC AND CIE-FECHA > 0
046500         MOVE CIE-FECHA TO ORM-FEC-CIERRE
046600     ELSE
046700         MOVE FEC-NEG-FECHA TO ORM-FEC-CIERRE
046800     END-IF
046900     ADD 1 TO WS-TOTAL-CIERRES
047000     IF ORM-FEC-FACTURA = 0
047100         MOVE SPACES TO RPT-LINEA
047200         STRING "ORDEN " CIE-REFERENCIA " CERRADA SIN FACTURAR"
047300             DELIMITED BY SIZE INTO RPT-LINEA
047400         END-STRING
047500         WRITE RPT-LINEA
047600     END-IF
047700     PERFORM 7100-GRABAR-ORDEN THRU 7100-EXIT.
047800 6200-SIGUIENTE.
047900     PERFORM 6100-LEER-CIERRE THRU 6100-EXIT.
048000 6200-EXIT.
048100     EXIT.
048200*================================================================
048300 7000-LEER-ORDEN.
048400*================================================================
048500*    DEJA EN ORM-REGISTRO LA ORDEN DE WS-REFERENCIA; SI NO
048600*    EXISTE LA PREPARA VACIA Y ACTIVA ORDEN-NUEVA.
048700     MOVE "N" TO WS-ORDEN-NUEVA
048800     MOVE WS-REFERENCIA TO ORM-REFERENCIA
048900     READ ORDEN-MAST
049000         INVALID KEY
049100             SET ORDEN-NUEVA TO TRUE
049200     END-READ
049300     IF ORDEN-NUEVA
049400         MOVE SPACES TO ORM-REGISTRO
049500         MOVE WS-REFERENCIA TO ORM-REFERENCIA
049600         SET ORM-ABIERTA TO TRUE
049700         MOVE ZEROES TO ORM-FECHAS ORM-NUM-MEDICIONES
049800                        ORM-NUM-RECHAZOS ORM-NUM-FACTURAS
049900                        ORM-FAC-ULT-CORRIDA
050000         IF WS-ETAPA NOT = "APERTURA"
050100             ADD 1 TO WS-TOTAL-SIN-APERTURA
050200             MOVE SPACES TO RPT-LINEA
050300             STRING "ORDEN " WS-REFERENCIA " SIN APERTURA EN "
050400                 "ORDCLI, ALTA POR " WS-ETAPA
050500                 DELIMITED BY SIZE INTO RPT-LINEA
050600             END-STRING
050700             WRITE RPT-LINEA
050800         END-IF
050900         GO TO 7000-EXIT
051000     END-IF
051100     IF ORM-CERRADA AND WS-ETAPA NOT = "APERTURA"
051200         ADD 1 TO WS-TOTAL-SOBRE-CERRADA
051300         MOVE SPACES TO RPT-LINEA
051400         STRING "ORDEN " WS-REFERENCIA " CERRADA CON "
051500             WS-ETAPA DELIMITED BY SIZE INTO RPT-LINEA
051600         END-STRING
051700         WRITE RPT-LINEA
051800     END-IF.
051900 7000-EXIT.
052000     EXIT.
052100*================================================================
052200 7100-GRABAR-ORDEN.
052300*================================================================
052400     PERFORM 7200-DERIVAR-ESTADO THRU 7200-EXIT
052500     IF ORDEN-NUEVA
052600         WRITE ORM-REGISTRO
052700             INVALID KEY
052800                 ADD 1 TO WS-TOTAL-ERR-GRABAR
052900         END-WRITE
053000     ELSE
053100         REWRITE ORM-REGISTRO
053200             INVALID KEY
053300                 ADD 1 TO WS-TOTAL-ERR-GRABAR
053400         END-REWRITE
053500     END-IF.
053600 7100-EXIT.
053700     EXIT.
053800*================================================================
053900 7200-DERIVAR-ESTADO.
054000*================================================================
054100*    ETAPA DE FECHA MAS RECIENTE; A IGUALDAD GANA LA ULTIMA DE
054200*    LA CADENA (MEDICION, RECHAZO, FACTURA).
054300     IF ORM-FEC-CIERRE > 0
054400         SET ORM-CERRADA TO TRUE
054500         GO TO 7200-EXIT
054600     END-IF
054700     SET ORM-ABIERTA TO TRUE
054800     MOVE ORM-FEC-APERTURA TO WS-FECHA-MAYOR
054900     IF ORM-FEC-MEDICION > 0
055000      AND ORM-FEC-MEDICION NOT < WS-FECHA-MAYOR
055100         SET ORM-MEDIDA TO TRUE
055200         MOVE ORM-FEC-MEDICION TO WS-FECHA-MAYOR
055300     END-IF
055400     IF ORM-FEC-RECHAZO > 0
055500      AND ORM-FEC-RECHAZO NOT < WS-FECHA-MAYOR
055600         SET ORM-RECHAZADA TO TRUE
055700         MOVE ORM-FEC-RECHAZO TO WS-FECHA-MAYOR
055800     END-IF
055900     IF ORM-FEC-FACTURA > 0
056000      AND ORM-FEC-FACTURA NOT < WS-FECHA-MAYOR
056100         SET ORM-FACTURADA TO TRUE
056200     END-IF.
056300 7200-EXIT.
056400     EXIT.
056500*================================================================
056600 9000-TERMINATE.
056700*================================================================
056800     MOVE "ORDENES ABIERTAS"          TO RPT-RESUMEN-ETIQUETA
056900     MOVE WS-TOTAL-APERTURAS          TO RPT-RESUMEN-VALOR
057000     WRITE RPT-RESUMEN-REGISTRO
057100     MOVE "REFERENCIAS ERRONEAS"      TO RPT-RESUMEN-ETIQUETA
057200     MOVE WS-TOTAL-DIG-ERRONEO        TO RPT-RESUMEN-VALOR
057300     WRITE RPT-RESUMEN-REGISTRO
057400     MOVE "MEDICIONES ANOTADAS"       TO RPT-RESUMEN-ETIQUETA
057500     MOVE WS-TOTAL-MEDICIONES         TO RPT-RESUMEN-VALOR
057600     WRITE RPT-RESUMEN-REGISTRO
057700     MOVE "RECHAZOS ANOTADOS"         TO RPT-RESUMEN-ETIQUETA
057800     MOVE WS-TOTAL-RECHAZOS           TO RPT-RESUMEN-VALOR
057900     WRITE RPT-RESUMEN-REGISTRO
058000     MOVE "RECHAZOS SIN REFERENCIA"   TO RPT-RESUMEN-ETIQUETA
058100     MOVE WS-TOTAL-REJ-SIN-REF        TO RPT-RESUMEN-VALOR
058200     WRITE RPT-RESUMEN-REGISTRO
058300     MOVE "FACTURACIONES ANOTADAS"    TO RPT-RESUMEN-ETIQUETA
058400     MOVE WS-TOTAL-FACTURAS           TO RPT-RESUMEN-VALOR
058500     WRITE RPT-RESUMEN-REGISTRO
058600     MOVE "ORDENES REFACTURADAS"      TO RPT-RESUMEN-ETIQUETA
058700     MOVE WS-TOTAL-REFACTURAS         TO RPT-RESUMEN-VALOR
058800     WRITE RPT-RESUMEN-REGISTRO
058900     MOVE "ORDENES CERRADAS"          TO RPT-RESUMEN-ETIQUETA
059000     MOVE WS-TOTAL-CIERRES            TO RPT-RESUMEN-VALOR
059100     WRITE RPT-RESUMEN-REGISTRO
059200     MOVE "CIERRES DE ORDEN DESCONOCIDA" TO RPT-RESUMEN-ETIQUETA
059300     MOVE WS-TOTAL-CIE-DESCONOC       TO RPT-RESUMEN-VALOR
059400     WRITE RPT-RESUMEN-REGISTRO
059500     MOVE "ORDENES SIN APERTURA"      TO RPT-RESUMEN-ETIQUETA
059600     MOVE WS-TOTAL-SIN-APERTURA       TO RPT-RESUMEN-VALOR
059700     WRITE RPT-RESUMEN-REGISTRO
059800     MOVE "ACTIVIDAD SOBRE CERRADAS"  TO RPT-RESUMEN-ETIQUETA
059900     MOVE WS-TOTAL-SOBRE-CERRADA      TO RPT-RESUMEN-VALOR
060000     WRITE RPT-RESUMEN-REGISTRO
060100     MOVE "ERRORES AL GRABAR ORDMAST" TO RPT-RESUMEN-ETIQUETA
060200     MOVE WS-TOTAL-ERR-GRABAR         TO RPT-RESUMEN-VALOR
060300     WRITE RPT-RESUMEN-REGISTRO
060400     IF RETURN-CODE < 4
060500      AND (WS-TOTAL-DIG-ERRONEO > 0 OR WS-TOTAL-REJ-SIN-REF > 0
060600           OR WS-TOTAL-CIE-DESCONOC > 0
060700           OR WS-TOTAL-SIN-APERTURA > 0
060800           OR WS-TOTAL-SOBRE-CERRADA > 0
060900           OR WS-TOTAL-ERR-GRABAR > 0)
061000         MOVE 4 TO RETURN-CODE
061100     END-IF
061200     IF MAESTRO-ABIERTO
061300         CLOSE ORDEN-MAST
061400     END-IF
061500     CLOSE ORDEN-RPT.
061600 9000-EXIT.
061700     EXIT.
061800 END PROGRAM ORDPOST.
