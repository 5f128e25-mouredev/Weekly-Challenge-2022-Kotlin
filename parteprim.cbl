002107*                    EL INFORME EXPLICA LA CUENTA. EL DATO PARA
002108*                    DIMENSIONAR YA ESTABA EN FICHERO; LO QUE
002109*                    SOBRABA ERA LA INTERPOLACION A MANO.
002119* 2026-10-15  MNT    EL REGISTRO DE METRICAS SE DECLARA CON LA
002129*                    VERSION DEL PROGRAMA QUE AHORA LLEVA AL
002139*                    FINAL.
002199*----------------------------------------------------------------
002200* TARJETA PARTPARM: "RANGO" + INICIO 9(09) + FIN 9(09) +
002300* PARTES 9(02). PARTES FUERA DE 2-20 SE RECHAZA CON RC 8.
002310* CON TARJETA AUTO, PARTES PUEDE VENIR A CERO: LO PONE EL
004490     05  MET-REG-RECHAZADOS  PIC 9(09).
004491     05  MET-REG-DURACION    PIC 9(09).
004492     05  MET-REG-REGS-SEG    PIC 9(09).
004493     05  MET-REG-VERSION     PIC X(10).
004495 FD  SUBRANGOS-OUT
004500     RECORDING MODE IS F.
004600 01  SUB-REGISTRO.
004700     05  SUB-TIPO            PIC X(05).
010689     PERFORM 1510-LEER-METRICA THRU 1510-EXIT.
010691 1520-EXIT.
010692     EXIT.
010694*================================================================
010700 2000-PARTIR-RANGO.
010800*================================================================
010900*    SUBRANGOS CONTIGUOS DE TAMANO PARECIDO; EL RESTO DE LA
