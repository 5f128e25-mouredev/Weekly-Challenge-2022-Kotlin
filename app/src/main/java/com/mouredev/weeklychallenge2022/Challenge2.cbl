004879*                    ANADE UN REGISTRO (LEIDOS, ESCRITOS,
004880*                    RECHAZOS, DURACION, RITMO) AL FICHERO
004881*                    METRICAS PARA EL INFORME SEMANAL METRESEM.
004883* 2026-10-15  MNT    LA CABECERA CAB LLEVA LA VERSION VIGENTE DEL
004885*                    PROGRAMA SEGUN EL REGISTRO DE ENTREGAS
004887*                    (MODULO VERSPROG), CONSULTADA AL ARRANCAR.
004889*-----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
008300 WORKING-STORAGE SECTION.
008301*    FECHA DE NEGOCIO Y CORRIDA COMUNES (MODULO FECHANEG).
008302     COPY FECNEG.
008312*    VERSION VIGENTE DEL PROGRAMA (REGISTRO DE ENTREGAS).
008322     COPY VERSTD.
008332*    AREA DE METRICAS DE CORRIDA (MODULO REGMETRICA).
008342     COPY METREG.
008400 01  WS-PARM-STATUS          PIC X(02).
008500     88  WS-PARM-NO-EXISTE           VALUE "35".
008600     88  WS-PARM-FIN-FICHERO         VALUE "10".
012783     CALL "REGMETRICA" USING MET-STD-AREA
012800     GOBACK.
012900 1000-INITIALIZE.
012910*    VERSION VIGENTE PARA LAS CABECERAS DE CONTROL.
012920     MOVE SPACES TO VRS-STD-AREA.
012930     MOVE "FIBONACCI" TO VRS-STD-PROGRAMA.
012940     MOVE ZERO TO VRS-STD-FECHA.
012950     CALL "VERSPROG" USING VRS-STD-AREA.
013000*    LEE LA CANTIDAD DE TERMINOS DE LA TARJETA DE PARAMETROS Y
013100*    CARGA LA CACHE DE TERMINOS YA CALCULADOS EN EJECUCIONES
013200*    ANTERIORES. SI ALGUNO DE LOS FICHEROS NO EXISTE, SE
029385     MOVE FEC-NEG-FECHA TO CTL-FECHA.
029390     MOVE FEC-NEG-CORRIDA TO CTL-CORRIDA.
029400     MOVE ZEROES TO CTL-REGISTROS CTL-HASH CTL-HASH-ORD.
029405     MOVE VRS-STD-VERSION TO CTL-VERSION.
029410     WRITE CTL-REGISTRO.
029420 4200-EXIT.
029430     EXIT.
