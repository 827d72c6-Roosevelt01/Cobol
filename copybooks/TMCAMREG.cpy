000010******************************************************************
000020*    COPYBOOK   : TMCAMREG                                       *
000030*    PROPOSITO   : REGISTRO DEL FICHERO DE CAMBIOS DEL MAESTRO   *
000040*                  TABMAEST (GENERACION TABCAMB), GRABADO EN     *
000050*                  CADA EJECUCION POR TABCARGA (ALTAS), POR      *
000060*                  TABMANT (BAJAS) Y POR LA RESTAURACION         *
000065*                  TABRESTA (AMBAS), Y DIFUNDIDO A LOS           *
000070*                  SUSCRIPTORES POR TABDIFUS:                    *
000080*                  'ALT' CLAVE DADA DE ALTA EN EL MAESTRO,       *
000090*                  'BAJ' CLAVE BORRADA DEL MAESTRO, AMBAS CON    *
000100*                        EL FD-MAE-RESULTADO DE LA TERNA,        *
000110*                  'FIN' COLA DEL FICHERO CON LOS TOTALES DE     *
000120*                        ALTAS Y BAJAS.                          *
000130*                  TODOS LOS REGISTROS LLEVAN EL ORIGEN DEL      *
000140*                  ENVIO (FECHA Y HORA DE LA EJECUCION Y         *
000150*                  PROGRAMA), QUE LO IDENTIFICA Y LO ORDENA.     *
000160*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000170*    FECHA ESCR. : 15/10/2026                                     *
000180*----------------------------------------------------------------*
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       INIC.  DESCRIPCION                               *
000210*    ----------  -----  ----------------------------------------  *
000220*    15/10/2026  JLR    CREACION.                                *
000225*    15/10/2026  JLR    TAMBIEN LO GRABA TABRESTA (FASE          *
000226*                       CAMBIOS) AL RESTAURAR EL MAESTRO.        *
000230******************************************************************
000240 01  FD-REG-CAMBIO.
000250     05  FD-CAM-TIPO             PIC X(03).
000260         88  FD88-CAM-ALTA           VALUE "ALT".
000270         88  FD88-CAM-BAJA           VALUE "BAJ".
000280         88  FD88-CAM-FIN            VALUE "FIN".
000290     05  FD-CAM-ORIGEN.
000300         10  FD-CAM-FECHA        PIC 9(08).
000310         10  FD-CAM-HORA         PIC 9(06).
000320         10  FD-CAM-PROGRAMA     PIC X(08).
000330     05  FD-CAM-TERNA.
000340         10  FD-CAM-NUMERO       PIC 9(03).
000350         10  FD-CAM-MULTIPLICADOR PIC 9(03).
000360         10  FD-CAM-OPERACION    PIC X(01).
000370         10  FD-CAM-RESULTADO    PIC 9(05).
000380         10  FILLER              PIC X(43).
000390     05  FD-CAM-CONTROL REDEFINES FD-CAM-TERNA.
000400         10  FD-CAM-ALTAS        PIC 9(07).
000410         10  FD-CAM-BAJAS        PIC 9(07).
000420         10  FILLER              PIC X(41).
