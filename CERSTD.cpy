001000* SOBRE UN CERROJO COLGADO). RESULTADOS: "C" CONCEDIDO, "D"
001100* DENEGADO, "V" CONCEDIDO SOBRE UN CERROJO VENCIDO (EL TITULAR
001200* ANTERIOR ABENDO HACE MAS DE DOCE HORAS Y SE RELEVA).
001210* SI SE DENIEGA, CER-STD-TITULAR VUELVE CON EL TITULAR QUE TIENE
001220* EL CERROJO TOMADO.
001300*----------------------------------------------------------------
001400* FECHA       INIC.  DESCRIPCION
001500* ----------  -----  ---------------------------------------------
001600* 2026-09-02  MNT    VERSION INICIAL.
001610* 2026-10-15  MNT    TITULAR DEVUELTO AL DENEGAR.
001700*----------------------------------------------------------------
001800 01  CER-STD-AREA.
001900     05  CER-STD-FUNCION     PIC X(01).
