001500* FECHA       INIC.  DESCRIPCION
001600* ----------  -----  ---------------------------------------------
001700* 2026-09-02  MNT    VERSION INICIAL.
001710* 2026-10-15  MNT    CAL-STD-REGION: REGION CUYO CALENDARIO SE
001720*                    CONSULTA (EN BLANCO = NACIONAL). UNA REGION
001730*                    SIN TARJETAS PROPIAS EN CALENLAB SE RESUELVE
001740*                    CON EL NACIONAL. EL LLAMADOR LIMPIA EL AREA
001750*                    ANTES DE CADA LLAMADA.
001800*----------------------------------------------------------------
001900 01  CAL-STD-AREA.
002000     05  CAL-STD-FUNCION     PIC X(01).
002400     05  CAL-STD-ESTADO      PIC X(01).
002500         88  CAL-ESTADO-BIEN         VALUES "O" "S" "N".
002600         88  CAL-FUERA-VIGENCIA      VALUE "F".
002700     05  CAL-STD-REGION      PIC X(06).
