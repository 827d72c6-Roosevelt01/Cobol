000010******************************************************************
000020*    COPYBOOK   : TMCICWS                                        *
000030*    PROPOSITO   : CAMPOS DE TRABAJO DE LA FECHA DE NEGOCIO.     *
000040*                  REQUIERE EN EL PROGRAMA QUE LO COPIA: LA      *
000050*                  SELECT/FD DE CICLO-FILE (COPY TMCICREG EN LA  *
000060*                  FD) Y LOS PARRAFOS COMUNES TMCICPRC.          *
000070*                  CI-FECHA-NEGOCIO QUEDA CON LA FECHA DEL       *
000080*                  CICLO ABIERTO O, SIN CICLO ABIERTO, CON LA    *
000090*                  DEL SISTEMA (CI88-SIN-CICLO).                 *
000100*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000110*    FECHA ESCR. : 15/10/2026                                     *
000120*----------------------------------------------------------------*
000130*    HISTORIAL DE MODIFICACIONES                                 *
000140*    FECHA       INIC.  DESCRIPCION                               *
000150*    ----------  -----  ----------------------------------------  *
000160*    15/10/2026  JLR    CREACION.                                *
000170******************************************************************
000180 01  CI-FECHA-NEGOCIO            PIC 9(08) VALUE ZEROS.
000190
000200 01  CI-FS-CICLO                 PIC X(02) VALUE SPACES.
000210
000220 01  CI-SW-EOF-CICLO             PIC X(01) VALUE "N".
000230         88  CI88-EOF-CICLO          VALUE "S".
000240
000250 01  CI-SW-CICLO                 PIC X(01) VALUE "N".
000260         88  CI88-CICLO-ABIERTO      VALUE "S".
000270         88  CI88-SIN-CICLO          VALUE "N".
