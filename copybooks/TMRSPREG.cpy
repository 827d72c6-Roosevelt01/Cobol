000010******************************************************************
000020*    COPYBOOK   : TMRSPREG                                       *
000030*    PROPOSITO   : REGISTRO DE LA COPIA DE SEGURIDAD SECUENCIAL  *
000040*                  DEL MAESTRO TABMAEST (GENERACION TABMBKP),    *
000050*                  GRABADA POR TABRESPA ANTES DE CADA            *
000060*                  ACTUALIZACION DEL MAESTRO Y LEIDA POR LA      *
000070*                  RESTAURACION TABRESTA. CADA REGISTRO DE DATOS *
000080*                  ES LA IMAGEN EXACTA DE UN REGISTRO DE         *
000090*                  TMMAEREG EN ORDEN DE CLAVE; LA GENERACION     *
000100*                  TERMINA CON UN UNICO REGISTRO DE CONTROL      *
000110*                  ('CONTROL' EN EL LUGAR DE LA CLAVE, QUE NUNCA *
000120*                  ES NUMERICA) CON LA FECHA Y HORA DEL RELOJ    *
000125*                  AL HACER LA COPIA, LA FECHA DE NEGOCIO DEL    *
000127*                  CICLO, EL TRABAJO QUE LA PIDIO, EL NUMERO DE  *
000140*                  REGISTROS Y LA SUMA DE FD-MAE-RESULTADO.      *
000150*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000160*    FECHA ESCR. : 15/10/2026                                     *
000170*----------------------------------------------------------------*
000180*    HISTORIAL DE MODIFICACIONES                                 *
000190*    FECHA       INIC.  DESCRIPCION                               *
000200*    ----------  -----  ----------------------------------------  *
000210*    15/10/2026  JLR    CREACION.                                *
000213*    15/10/2026  JLR    FD-RSP-FECHA ES LA DEL RELOJ; LA FECHA   *
000216*                       DE NEGOCIO VA EN FD-RSP-FECHA-NEGOCIO.   *
000220******************************************************************
000230 01  FD-REG-RESPALDO.
000240     05  FD-RSP-MAESTRO          PIC X(80).
000250     05  FD-RSP-CONTROL REDEFINES FD-RSP-MAESTRO.
000260         10  FD-RSP-MARCA        PIC X(07).
000270             88  FD88-RSP-CONTROL    VALUE "CONTROL".
000280         10  FD-RSP-FECHA        PIC 9(08).
000290         10  FD-RSP-HORA         PIC 9(06).
000300         10  FD-RSP-ORIGEN       PIC X(08).
000310         10  FD-RSP-REGISTROS    PIC 9(09).
000320         10  FD-RSP-TOTAL        PIC 9(15).
000325         10  FD-RSP-FECHA-NEGOCIO PIC 9(08).
000330         10  FILLER              PIC X(19).
