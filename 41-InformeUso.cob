000211*                       (TMBITREG/TMBITWS/TMBITPRC): EVENTOS
000212*                       CODIFICADOS DE INICIO/FIN Y ERRORES DE
000213*                       APERTURA.
000214*    15/10/2026  JLR    SIN PARM, EL MES ES EL DE LA FECHA DE
000215*                       NEGOCIO (TMCICWS/TMCICPRC) Y NO EL DEL
000216*                       RELOJ.
000217******************************************************************
000218
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS TU-FS-INFORME.
000320
000321     SELECT CICLO-FILE ASSIGN TO "CICLO"
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS CI-FS-CICLO.
000324
000325     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000326         ORGANIZATION IS LINE SEQUENTIAL
000327         FILE STATUS IS BT-FS-BITACORA.
000328
000330 DATA DIVISION.
000340 FILE SECTION.
000350******************************************************************
000550 01  FD-REG-INFORME                  PIC X(80).
000560
000561******************************************************************
000562*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000563******************************************************************
000564 FD  CICLO-FILE
000565     LABEL RECORDS ARE STANDARD
000566     RECORD CONTAINS 80 CHARACTERS.
000567     COPY TMCICREG.
000568
000569******************************************************************
000570*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000571******************************************************************
000572 FD  BITACORA-FILE
000573     LABEL RECORDS ARE STANDARD
000574     RECORD CONTAINS 80 CHARACTERS.
000575     COPY TMBITREG.
000576
000577 WORKING-STORAGE SECTION.
000578     COPY TMBITWS.
000579     COPY TMCICWS.
000580 01  TU-SW-EOF                   PIC X(01) VALUE "N".
000590         88  TU88-EOF-AUDITORIA      VALUE "S".
000600
000630
000640 01  TU-PARM-MES                 PIC X(06) VALUE SPACES.
000650 01  TU-MES-INFORME              PIC 9(06) VALUE ZEROS.
000670
000680 77  TU-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
000690 77  TU-CTR-MES                  PIC 9(07) VALUE ZEROS COMP.
001588     INITIALIZE TU-ACUMULADORES.
001590     ACCEPT TU-PARM-MES FROM COMMAND-LINE.
001600     IF TU-PARM-MES = SPACES
001610         PERFORM 9600-FECHA-NEGOCIO
001615             THRU 9600-FECHA-NEGOCIO-EXIT
001620         MOVE CI-FECHA-NEGOCIO(1:6) TO TU-MES-INFORME
001630     ELSE
001640         IF TU-PARM-MES IS NOT NUMERIC
001650             DISPLAY "*** PARM DE MES INVALIDO: '" TU-PARM-MES
003630 9000-FINALIZAR-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
003680*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
003690******************************************************************
003700     COPY TMCICPRC.
003710
003720******************************************************************
003730*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
003740*    BITACORA CENTRAL DE EXPLOTACION.
003750******************************************************************
003760     COPY TMBITPRC.
003770
003780 END PROGRAM TABUSO.
