000010******************************************************************
000020*    COPYBOOK   : TMSEGWS                                        *
000030*    PROPOSITO   : CAMPOS DE TRABAJO DEL SEGUIMIENTO DE          *
000040*                  PETICIONES. REQUIERE EN EL PROGRAMA QUE LO    *
000050*                  COPIA: LA SELECT/FD DE SEGPET-FILE (COPY      *
000060*                  TMSEGREG EN LA FD), LOS PARRAFOS COMUNES      *
000070*                  TMSEGPRC Y LA FECHA DE NEGOCIO (TMCICWS).     *
000080*                  ANTES DE CADA ANOTACION EL PROGRAMA INFORMA   *
000090*                  SG-NUMERO, SG-OPERACION, SG-AREA (SOLO EN     *
000100*                  LAS DE UNA PETICION), SG-TAMANO, SG-ETAPA Y,  *
000110*                  EN LOS RECHAZOS, SG-MOTIVO. SG-PROGRAMA Y     *
000120*                  SG-ORIGEN SE INFORMAN UNA VEZ AL ARRANCAR.    *
000130*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000140*    FECHA ESCR. : 15/10/2026                                     *
000150*----------------------------------------------------------------*
000160*    HISTORIAL DE MODIFICACIONES                                 *
000170*    FECHA       INIC.  DESCRIPCION                               *
000180*    ----------  -----  ----------------------------------------  *
000190*    15/10/2026  JLR    CREACION.                                *
000200******************************************************************
000210 01  SG-FS-SEGUIMIENTO           PIC X(02) VALUE SPACES.
000220
000230 01  SG-PROGRAMA                 PIC X(10) VALUE SPACES.
000240 01  SG-ORIGEN                   PIC X(01) VALUE "N".
000250 01  SG-NUMERO                   PIC 9(03) VALUE ZEROS.
000260 01  SG-OPERACION                PIC X(01) VALUE "M".
000270 01  SG-AREA                     PIC X(04) VALUE SPACES.
000280 01  SG-TAMANO                   PIC 9(03) VALUE ZEROS.
000290 01  SG-ETAPA                    PIC X(01) VALUE SPACES.
000300 01  SG-MOTIVO                   PIC X(02) VALUE SPACES.
000310
000320 01  SG-SW-RECORRIDO             PIC X(01) VALUE "N".
000330         88  SG88-FIN-RECORRIDO      VALUE "S".
000340         88  SG88-SIGUE-RECORRIDO    VALUE "N".
