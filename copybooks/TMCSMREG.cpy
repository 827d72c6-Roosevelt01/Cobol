000010******************************************************************
000020*    COPYBOOK   : TMCSMREG                                       *
000030*    PROPOSITO   : REGISTRO DEL HISTORICO DE CONSUMO POR AREA    *
000040*                  PETICIONARIA (CONSUMO), GRABADO EN EXTENSION  *
000050*                  POR LOS PROGRAMAS QUE RECIBEN PETICIONES Y    *
000060*                  EXPLOTADO POR LA REPERCUSION MENSUAL DE       *
000070*                  COSTES TABFACTU. UN REGISTRO POR PETICION:    *
000080*                  'P' PEDIDA EN EL LOTE NOCTURNO (TABPREP), CON *
000090*                      EL AREA TITULAR DE LA PETICION            *
000100*                      CONSOLIDADA; SI EL TITULAR ES OTRA AREA   *
000110*                      LA PETICION QUEDO FUSIONADA EN LA SUYA,   *
000120*                  'S' SERVIDA DESDE EL MAESTRO (TABSIRVE; EN LA *
000121*                      ENTREGA NOCTURNA TABENTRE CON LAS TABLAS  *
000122*                      QUE YA ESTABAN EN EL MAESTRO, PETICION YA *
000123*                      ANOTADA CON 'P'; O IMPRESA COMO HOJA DE   *
000125*                      EJERCICIOS TABEJERC),                     *
000130*                  'F' NO SERVIDA, PASADA A FALTANTE (TABSIRVE   *
000135*                      O TABEJERC).                              *
000140*                  LAS TABLAS CALCULADAS Y RECHAZADAS SE TOMAN   *
000150*                  DE LOS DETALLES DEL AUDITLOG (FD-AUD-AREA).   *
000160*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000170*    FECHA ESCR. : 15/10/2026                                     *
000180*----------------------------------------------------------------*
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       INIC.  DESCRIPCION                               *
000210*    ----------  -----  ----------------------------------------  *
000220*    15/10/2026  JLR    CREACION.                                *
000225*    15/10/2026  JLR    EVENTOS S/F TAMBIEN DESDE TABEJERC.      *
000227*    15/10/2026  JLR    EVENTO S TAMBIEN DESDE TABENTRE (NOCHE). *
000230******************************************************************
000240 01  FD-REG-CONSUMO.
000250     05  FD-CSM-FECHA            PIC 9(08).
000260     05  FD-CSM-HORA             PIC 9(06).
000270     05  FD-CSM-PROGRAMA         PIC X(08).
000280     05  FD-CSM-EVENTO           PIC X(01).
000290         88  FD88-CSM-PEDIDA         VALUE "P".
000300         88  FD88-CSM-SERVIDA        VALUE "S".
000310         88  FD88-CSM-FALTANTE       VALUE "F".
000320     05  FD-CSM-AREA             PIC X(04).
000330     05  FD-CSM-NUMERO           PIC 9(03).
000340     05  FD-CSM-TAMANO           PIC 9(03).
000350     05  FD-CSM-OPERACION        PIC X(01).
000360     05  FD-CSM-TITULAR          PIC X(04).
000370     05  FILLER                  PIC X(42).
