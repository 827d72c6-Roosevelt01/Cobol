000236*                       (TMBITREG/TMBITWS/TMBITPRC): EVENTOS
000237*                       CODIFICADOS DE INICIO/FIN, ERRORES DE
000238*                       APERTURA Y AVISOS PROPIOS DEL PROGRAMA.
000240*    15/10/2026  JLR    EL CORTE DE RETENCION SE CUENTA DESDE LA
000242*                       FECHA DE NEGOCIO (TMCICWS/TMCICPRC).
000244******************************************************************
000246
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TM-FS-PARAMS.
000470
000471     SELECT CICLO-FILE ASSIGN TO "CICLO"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS CI-FS-CICLO.
000474
000475     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000476         ORGANIZATION IS LINE SEQUENTIAL
000477         FILE STATUS IS BT-FS-BITACORA.
000478
000480 DATA DIVISION.
000490 FILE SECTION.
000500******************************************************************
000890 01  FD-REG-PARAMS                   PIC X(80).
000900
000901******************************************************************
000902*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000903******************************************************************
000904 FD  CICLO-FILE
000905     LABEL RECORDS ARE STANDARD
000906     RECORD CONTAINS 80 CHARACTERS.
000907     COPY TMCICREG.
000908
000909******************************************************************
000910*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000911******************************************************************
000912 FD  BITACORA-FILE
000913     LABEL RECORDS ARE STANDARD
000914     RECORD CONTAINS 80 CHARACTERS.
000915     COPY TMBITREG.
000916
000917 WORKING-STORAGE SECTION.
000920     COPY TMPARAMS.
000921     COPY TMBITWS.
000925     COPY TMCICWS.
000930
000940 01  AP-SW-EOF                   PIC X(01) VALUE "N".
000950         88  AP88-EOF-AUDITORIA      VALUE "S".
001056     05  AP-BR-RETENIDOS         PIC 9(07).
001057     05  FILLER                  PIC X(14) VALUE SPACES.
001060
001075 01  AP-FECHA-AAMMDD             PIC 9(06) VALUE ZEROS.
001080 01  AP-FECHA-AAAAMMDD           PIC 9(08) VALUE ZEROS.
001090 01  AP-HOY-ENTERO               PIC 9(07) VALUE ZEROS COMP.
001457         THRU 9710-GRABAR-BITACORA-EXIT.
001460     PERFORM 1300-LEER-PARAMETROS
001470         THRU 1300-LEER-PARAMETROS-EXIT.
001480     PERFORM 9600-FECHA-NEGOCIO
001490         THRU 9600-FECHA-NEGOCIO-EXIT.
001500     COMPUTE AP-HOY-ENTERO =
001510         FUNCTION INTEGER-OF-DATE(CI-FECHA-NEGOCIO).
001520     COMPUTE AP-CORTE-ENTERO =
001530         AP-HOY-ENTERO - TM-PAR-RETENCION-DIAS.
001540     COMPUTE AP-FECHA-CORTE =
002814 9000-FINALIZAR-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
002860*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
002870******************************************************************
002880     COPY TMCICPRC.
002890
002900******************************************************************
002910*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
002920*    BITACORA CENTRAL DE EXPLOTACION.
002930******************************************************************
002940     COPY TMBITPRC.
002950
002960 END PROGRAM AUDIPURG.
