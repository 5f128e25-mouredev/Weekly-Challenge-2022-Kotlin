000100*----------------------------------------------------------------
000200* MEDREG - REGISTRO DEL HISTORICO DE MEDICIONES (MEDHIST).
000300*----------------------------------------------------------------
000400* UNA ENTRADA POR REFERENCIA DE ORDEN Y FECHA DE NEGOCIO, CON EL
000500* AREA Y EL PERIMETRO ACEPTADOS ESA NOCHE (SUMA DE TODAS LAS
000600* FIGURAS DE LA ORDEN). AREA_POL LA ALIMENTA CON CADA POLIGONO
000700* ACEPTADO; MED-ULT-SECUEN ES LA SECUENCIA DE LECTURA DEL ULTIMO
000800* REGISTRO SUMADO, PARA QUE UN RELANZAMIENTO NO SUME DOS VECES.
000850* MEDVARIA COMPARA CADA REMEDICION CON LA ANTERIOR. FACTUPOL
000900* ANOTA EN MED-FACTURADO EL AREA QUE FACTURO ESA NOCHE PARA LA
000950* REFERENCIA (SOLO LO ESCRITO EN FACTOUT: UNA FILA RETENIDA O SIN
001000* TARIFA NO CUENTA) Y EN CADA REMEDICION DESCUENTA LO FACTURADO EN
001050* LAS NOCHES ANTERIORES.
001100*----------------------------------------------------------------
001200* FECHA       INIC.  DESCRIPCION
001300* ----------  -----  ---------------------------------------------
001400* 2026-10-15  MNT    VERSION INICIAL.
001410* 2026-10-15  MNT    AREA FACTURADA DE LA NOCHE (MED-FACTURADO),
001420*                    QUE PONE FACTUPOL. EL HISTORICO SE RECARGA
001430*                    CON EL NUEVO TRAZADO: LA ULTIMA MEDICION DE
001440*                    CADA REFERENCIA LLEVA SU AREA COMO YA
001450*                    FACTURADA Y LAS DEMAS CERO.
001500*----------------------------------------------------------------
001600 01  MED-REGISTRO.
001700     05  MED-CLAVE.
001800         10  MED-REFERENCIA  PIC X(10).
001900         10  MED-FECHA       PIC 9(08).
002000     05  MED-AREA            PIC 9(11)V9(04).
002100     05  MED-PERIMETRO       PIC 9(11)V9(04).
002200     05  MED-FIGURAS         PIC 9(05).
002300     05  MED-ULT-SECUEN      PIC 9(09).
002400     05  MED-FACTURADO       PIC 9(11)V9(04).
