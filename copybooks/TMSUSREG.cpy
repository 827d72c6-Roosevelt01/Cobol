000010******************************************************************
000020*    COPYBOOK   : TMSUSREG                                       *
000030*    PROPOSITO   : REGISTRO DEL FICHERO DE SUSCRIPTORES DEL      *
000040*                  FICHERO DE CAMBIOS DE TABMAEST (SUSCRIP),     *
000050*                  UNO POR AREA QUE MANTIENE COPIA PROPIA DE LAS *
000060*                  TABLAS. LA DIFUSION (TABDIFJB) LO REESCRIBE   *
000070*                  CADA VEZ CON EL ORIGEN DEL ULTIMO ENVIO       *
000080*                  ENTREGADO: EL AREA RECIBE DESPUES SOLO LOS    *
000090*                  ENVIOS POSTERIORES. PARA DAR DE ALTA UN       *
000100*                  SUSCRIPTOR BASTA UNA LINEA CON EL AREA Y EL   *
000110*                  NOMBRE (ORIGEN EN BLANCO: RECIBE TODO LO      *
000120*                  ACUMULADO). '*' EN COLUMNA 1 PARA COMENTARIOS.*
000130*    AUTOR       : DEPARTAMENTO DE PROCESOS BATCH                 *
000140*    FECHA ESCR. : 15/10/2026                                     *
000150*----------------------------------------------------------------*
000160*    HISTORIAL DE MODIFICACIONES                                 *
000170*    FECHA       INIC.  DESCRIPCION                               *
000180*    ----------  -----  ----------------------------------------  *
000190*    15/10/2026  JLR    CREACION.                                *
000200******************************************************************
000210 01  FD-REG-SUSCRIP.
000220     05  FD-SUS-AREA             PIC X(04).
000230     05  FILLER                  PIC X(01).
000240     05  FD-SUS-NOMBRE           PIC X(30).
000250     05  FILLER                  PIC X(01).
000260     05  FD-SUS-ULTIMO.
000270         10  FD-SUS-ULT-FECHA    PIC 9(08).
000280         10  FD-SUS-ULT-HORA     PIC 9(06).
000290         10  FD-SUS-ULT-PROGRAMA PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  FD-SUS-ENVIOS           PIC 9(05).
000320     05  FILLER                  PIC X(01).
000330     05  FD-SUS-FECHA-ENTREGA    PIC 9(08).
000340     05  FILLER                  PIC X(07).
