000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABPURGA.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : PROPUESTAS DE PURGA DEL MAESTRO TABMAEST POR
000090*                  FALTA DE USO. ANOTA LA FECHA DE LA ULTIMA
000100*                  PETICION DE CADA NUMERO Y OPERACION SEGUN EL
000110*                  HISTORICO DE DEMANDA: LOS DETALLES ACEPTADOS
000120*                  DEL AUDITLOG Y DE LAS GENERACIONES DE ARCHIVO
000130*                  AUDARCH (DD AUDITODO, LOS TRES FORMATOS DEL
000140*                  HISTORICO COMO EN TABTREND) Y LAS PETICIONES
000150*                  DEL HISTORICO CONSUMO, QUE RECOGE ADEMAS LAS
000160*                  SERVIDAS EN EL DIA DESDE EL MAESTRO. DESPUES
000170*                  RECORRE TABMAEST Y PROPONE PURGAR CADA TABLA
000180*                  (NUMERO Y OPERACION) SIN PETICIONES DESDE
000190*                  HACE PURGA-MESES (PARAMS, 12 POR DEFECTO) NI
000200*                  CALCULADA DENTRO DE ESE PLAZO. LAS LISTA EN
000210*                  INFPURGA CON SU FD-MAE-FECHA-CALCULO Y LA
000220*                  FECHA DE SU ULTIMA PETICION, Y GRABA EN
000230*                  MANTPROP UNA TRANSACCION BT POR TABLA EN EL
000240*                  FORMATO DE MANTRANS, LISTA PARA EL TRABAJO
000250*                  TABMANT UNA VEZ APROBADA POR EL ANALISTA.
000260*                  SI EL HISTORICO LEIDO NO LLEGA HASTA LA FECHA
000270*                  DE CORTE LAS TRANSACCIONES SE GRABAN
000280*                  COMENTADAS, SE AVISA CON TB205W Y EL CODIGO
000290*                  DE RETORNO ES 4. NO MODIFICA EL MAESTRO.
000300*----------------------------------------------------------------*
000310*    HISTORIAL DE MODIFICACIONES                                 *
000320*    FECHA       INIC.  DESCRIPCION
000330*    ----------  -----  ----------------------------------------
000340*    15/10/2026  JLR    VERSION ORIGINAL.
000350******************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AUDITODO-FILE ASSIGN TO "AUDITODO"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PG-FS-AUDITODO.
000430
000440     SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PG-FS-CONSUMO.
000470
000480     SELECT MAESTRO-FILE ASSIGN TO "TABMAEST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS FD-MAE-CLAVE
000520         FILE STATUS IS PG-FS-MAESTRO.
000530
000540     SELECT PROPUESTA-FILE ASSIGN TO "MANTPROP"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PG-FS-PROPUESTA.
000570
000580     SELECT INFORME-FILE ASSIGN TO "INFPURGA"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PG-FS-INFORME.
000610
000620     SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS TM-FS-PARAMS.
000650
000660     SELECT CICLO-FILE ASSIGN TO "CICLO"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CI-FS-CICLO.
000690
000700     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS BT-FS-BITACORA.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760******************************************************************
000770*    CONCATENACION DE LAS GENERACIONES DE ARCHIVO AUDARCH Y DEL
000780*    AUDITLOG VIVO (VER EL JCL TABPURJB).
000790******************************************************************
000800 FD  AUDITODO-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830     COPY TMAUDREG.
000840
000850******************************************************************
000860*    HISTORICO DE CONSUMO POR AREA (VER TMCSMREG).
000870******************************************************************
000880 FD  CONSUMO-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY TMCSMREG.
000920
000930******************************************************************
000940*    MAESTRO INDEXADO PERMANENTE DE TERNAS CALCULADAS (SOLO
000950*    LECTURA).
000960******************************************************************
000970 FD  MAESTRO-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000     COPY TMMAEREG.
001010
001020******************************************************************
001030*    TRANSACCIONES BT PROPUESTAS, EN EL FORMATO DE MANTRANS
001040*    (VER TABMANT).
001050******************************************************************
001060 FD  PROPUESTA-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  FD-REG-PROPUESTA                PIC X(80).
001100
001110******************************************************************
001120*    INFORME DE TABLAS PROPUESTAS PARA PURGA.
001130******************************************************************
001140 FD  INFORME-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS.
001170 01  FD-REG-INFORME                  PIC X(80).
001180
001190******************************************************************
001200*    FICHERO DE CONTROL CON LOS PARAMETROS DE EXPLOTACION, EN
001210*    FORMATO CLAVE=VALOR (VER TMPARAMS).
001220******************************************************************
001230 FD  PARAMS-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  FD-REG-PARAMS                   PIC X(80).
001270
001280******************************************************************
001290*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001300******************************************************************
001310 FD  CICLO-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340     COPY TMCICREG.
001350
001360******************************************************************
001370*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001380******************************************************************
001390 FD  BITACORA-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420     COPY TMBITREG.
001430
001440 WORKING-STORAGE SECTION.
001450     COPY TMPARAMS.
001460     COPY TMBITWS.
001470     COPY TMCICWS.
001480
001490 01  PG-SW-EOF-AUDITODO          PIC X(01) VALUE "N".
001500         88  PG88-EOF-AUDITODO       VALUE "S".
001510 01  PG-SW-EOF-CONSUMO           PIC X(01) VALUE "N".
001520         88  PG88-EOF-CONSUMO        VALUE "S".
001530 01  PG-SW-EOF-MAESTRO           PIC X(01) VALUE "N".
001540         88  PG88-EOF-MAESTRO        VALUE "S".
001550 01  PG-SW-COBERTURA             PIC X(01) VALUE "S".
001560         88  PG88-COBERTURA-COMPLETA VALUE "S".
001570         88  PG88-COBERTURA-PARCIAL  VALUE "N".
001580
001590 01  PG-FS-AUDITODO              PIC X(02) VALUE SPACES.
001600 01  PG-FS-CONSUMO               PIC X(02) VALUE SPACES.
001610 01  PG-FS-MAESTRO               PIC X(02) VALUE SPACES.
001620 01  PG-FS-PROPUESTA             PIC X(02) VALUE SPACES.
001630 01  PG-FS-INFORME               PIC X(02) VALUE SPACES.
001640
001650 77  PG-CTR-AUDITODO             PIC 9(07) VALUE ZEROS COMP.
001660 77  PG-CTR-CONSUMO              PIC 9(07) VALUE ZEROS COMP.
001670 77  PG-CTR-DEMANDA              PIC 9(07) VALUE ZEROS COMP.
001680 77  PG-CTR-OMITIDOS             PIC 9(07) VALUE ZEROS COMP.
001690 77  PG-CTR-TERNAS               PIC 9(07) VALUE ZEROS COMP.
001700 77  PG-CTR-TABLAS               PIC 9(05) VALUE ZEROS COMP.
001710 77  PG-CTR-EN-USO               PIC 9(05) VALUE ZEROS COMP.
001720 77  PG-CTR-RECIENTES            PIC 9(05) VALUE ZEROS COMP.
001730 77  PG-CTR-PROPUESTAS           PIC 9(05) VALUE ZEROS COMP.
001740 77  PG-CTR-TERNAS-PROP          PIC 9(07) VALUE ZEROS COMP.
001750 77  PG-IDX-OPER                 PIC 9(01) VALUE ZEROS COMP.
001760
001770******************************************************************
001780*    CAMPOS PUENTE DE LA PETICION EN CURSO: LOS RELLENA EL
001790*    FORMATO DE ORIGEN Y LOS ANOTA UN PARRAFO COMUN. LOS
001800*    FORMATOS ANTERIORES AL CODIGO DE OPERACION SON 'M'.
001810******************************************************************
001820 01  PG-DEM-FECHA                PIC 9(08) VALUE ZEROS.
001830 01  PG-DEM-NUMERO               PIC 9(03) VALUE ZEROS.
001840 01  PG-DEM-OPERACION            PIC X(01) VALUE SPACE.
001850 01  PG-FECHA-AAMMDD             PIC 9(06) VALUE ZEROS.
001860 01  PG-HISTORICO-DESDE          PIC 9(08) VALUE 99999999.
001870
001880******************************************************************
001890*    VISTA DEL FORMATO TIPADO CON FECHA AAMMDD, ARCHIVADO ANTES
001900*    DE LA CONVERSION TABFECHA (MISMA QUE TABTREND).
001910******************************************************************
001920 01  PG-AUD-TIPADO-V1.
001930     05  PG-V1-TIPO              PIC X(03).
001940     05  PG-V1-FECHA             PIC X(06).
001950     05  PG-V1-HORA              PIC X(06).
001960     05  PG-V1-RUN-ID            PIC X(14).
001970     05  PG-V1-TRABAJO           PIC X(08).
001980     05  PG-V1-MODO              PIC X(01).
001990     05  PG-V1-MATRIZ            PIC X(01).
002000     05  PG-V1-NUMERO            PIC X(03).
002010     05  PG-V1-TAMANO            PIC X(03).
002020     05  PG-V1-RESULTADO         PIC X(01).
002030     05  FILLER                  PIC X(34).
002040
002050******************************************************************
002060*    FECHA DE LA ULTIMA PETICION POR NUMERO Y OPERACION (1 'M',
002070*    2 'S', 3 'R'); CEROS SI NUNCA SE PIDIO EN EL HISTORICO.
002080******************************************************************
002090 01  PG-DEMANDA.
002100     05  PG-DEM-NUM OCCURS 999.
002110         10  PG-ULT-PETICION     PIC 9(08) OCCURS 3.
002120
002130 01  PG-OPERACIONES              PIC X(03) VALUE "MSR".
002140 01  PG-OPERACIONES-R REDEFINES PG-OPERACIONES.
002150     05  PG-OPER                 PIC X(01) OCCURS 3.
002160
002170******************************************************************
002180*    ACUMULADORES DEL NUMERO EN CURSO DEL MAESTRO, POR
002190*    OPERACION: TERNAS, MULTIPLICADOR MAYOR Y FECHA DE CALCULO
002200*    MAS RECIENTE.
002210******************************************************************
002220 01  PG-NUMERO-ACTUAL            PIC 9(03) VALUE ZEROS.
002230 01  PG-ACUMULADORES.
002240     05  PG-ACUM OCCURS 3.
002250         10  PG-AC-TERNAS        PIC 9(05) COMP.
002260         10  PG-AC-MAX-MULT      PIC 9(03).
002270         10  PG-AC-ULT-CALCULO   PIC 9(08).
002280
002290******************************************************************
002300*    FECHA DE CORTE: LA FECHA DE NEGOCIO MENOS PURGA-MESES MESES
002310*    (DIA LIMITADO A 28 PARA QUE SEA SIEMPRE UNA FECHA VALIDA).
002320******************************************************************
002330 01  PG-FECHA-CORTE.
002340     05  PG-CORTE-AAAA           PIC 9(04).
002350     05  PG-CORTE-MM             PIC 9(02).
002360     05  PG-CORTE-DD             PIC 9(02).
002370 01  PG-FECHA-CORTE-N REDEFINES PG-FECHA-CORTE PIC 9(08).
002380 01  PG-MESES-ABSOLUTOS          PIC 9(06) VALUE ZEROS COMP.
002390 01  PG-MES-RESTO                PIC 9(02) VALUE ZEROS COMP.
002400
002410 01  PG-BIT-RESUMEN.
002420     05  FILLER                  PIC X(07) VALUE "TABLAS ".
002430     05  PG-BR-TABLAS            PIC 9(05).
002440     05  FILLER                  PIC X(12) VALUE " PROPUESTAS ".
002450     05  PG-BR-PROPUESTAS        PIC 9(05).
002460     05  FILLER                  PIC X(08) VALUE " TERNAS ".
002470     05  PG-BR-TERNAS            PIC 9(07).
002480     05  FILLER                  PIC X(06) VALUE SPACES.
002490
002500 01  PG-BIT-COBERTURA.
002510     05  FILLER                  PIC X(25)
002520         VALUE "HISTORICO LEIDO DESDE EL ".
002530     05  PG-BC-DESDE             PIC 9(08).
002540     05  FILLER                  PIC X(07) VALUE " CORTE ".
002550     05  PG-BC-CORTE             PIC 9(08).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570
002580 01  PG-LINEA-TITULO.
002590         05  FILLER            PIC X(40) VALUE
002600             "PROPUESTA DE PURGA DE TABMAEST - FECHA: ".
002610         05  PG-LT-FECHA       PIC 9(08).
002620         05  FILLER            PIC X(32) VALUE SPACES.
002630
002640 01  PG-LINEA-CORTE.
002650         05  FILLER            PIC X(29) VALUE
002660             "  TABLAS SIN PETICIONES DESDE".
002670         05  FILLER            PIC X(04) VALUE " EL ".
002680         05  PG-LC-CORTE       PIC 9(08).
002690         05  FILLER            PIC X(14) VALUE " (PURGA-MESES ".
002700         05  PG-LC-MESES       PIC ZZ9.
002710         05  FILLER            PIC X(01) VALUE ")".
002720         05  FILLER            PIC X(21) VALUE SPACES.
002730
002740 01  PG-LINEA-CABECERA           PIC X(80) VALUE
002750     "  NUM OP  TERNAS MULT.MAX  ULT.CALCULO  ULT.PETICION".
002760
002770 01  PG-LINEA-DETALLE.
002780         05  FILLER            PIC X(02) VALUE SPACES.
002790         05  PG-LD-NUMERO      PIC 9(03).
002800         05  FILLER            PIC X(02) VALUE SPACES.
002810         05  PG-LD-OPERACION   PIC X(01).
002820         05  FILLER            PIC X(03) VALUE SPACES.
002830         05  PG-LD-TERNAS      PIC ZZZZ9.
002840         05  FILLER            PIC X(06) VALUE SPACES.
002850         05  PG-LD-MAX-MULT    PIC ZZ9.
002860         05  FILLER            PIC X(02) VALUE SPACES.
002870         05  PG-LD-CALCULO     PIC 9(08).
002880         05  FILLER            PIC X(05) VALUE SPACES.
002890         05  PG-LD-PETICION    PIC X(08).
002900         05  FILLER            PIC X(32) VALUE SPACES.
002910
002920 01  PG-LINEA-TOTAL.
002930         05  PG-LTO-ETIQUETA   PIC X(36).
002940         05  PG-LTO-CUENTA     PIC ZZZZZZ9.
002950         05  FILLER            PIC X(37) VALUE SPACES.
002960
002970 01  PG-LINEA-TEXTO              PIC X(80) VALUE SPACES.
002980
002990******************************************************************
003000*    TRANSACCION BT PROPUESTA, EN EL FORMATO DE MANTRANS: TIPO,
003010*    NUMERO Y OPERACION EN COLUMNA 10. DESDE LA COLUMNA 12, QUE
003020*    TABMANT NO LEE, LAS FECHAS PARA LA REVISION DEL ANALISTA.
003030******************************************************************
003040 01  PG-LINEA-TRN.
003050     05  PG-TRN-TIPO             PIC X(02) VALUE "BT".
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  PG-TRN-NUMERO           PIC 9(03).
003080     05  FILLER                  PIC X(03) VALUE SPACES.
003090     05  PG-TRN-OPERACION        PIC X(01).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  FILLER                  PIC X(13) VALUE "ULT.PETICION ".
003120     05  PG-TRN-PETICION         PIC X(08).
003130     05  FILLER                  PIC X(13) VALUE " ULT.CALCULO ".
003140     05  PG-TRN-CALCULO          PIC 9(08).
003150     05  FILLER                  PIC X(26) VALUE SPACES.
003160
003170 01  PG-CABECERA-TRN.
003180     05  FILLER                  PIC X(34) VALUE
003190         "* PROPUESTA DE PURGA TABPURGA DEL ".
003200     05  PG-CT-FECHA             PIC 9(08).
003210     05  FILLER                  PIC X(25) VALUE
003220         ": SIN PETICIONES DESDE EL".
003230     05  FILLER                  PIC X(01) VALUE SPACES.
003240     05  PG-CT-CORTE             PIC 9(08).
003250     05  FILLER                  PIC X(04) VALUE SPACES.
003260
003270 PROCEDURE DIVISION.
003280******************************************************************
003290*    0000-MAINLINE - CONTROL PRINCIPAL DE LA PROPUESTA.
003300******************************************************************
003310 0000-MAINLINE.
003320     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003330     PERFORM 2000-LEER-AUDITORIA
003340         THRU 2000-LEER-AUDITORIA-EXIT
003350         UNTIL PG88-EOF-AUDITODO.
003360     PERFORM 3000-LEER-CONSUMO
003370         THRU 3000-LEER-CONSUMO-EXIT
003380         UNTIL PG88-EOF-CONSUMO.
003390     PERFORM 4000-INICIAR-PROPUESTA
003400         THRU 4000-INICIAR-PROPUESTA-EXIT.
003410     PERFORM 4100-TRATAR-TERNA
003420         THRU 4100-TRATAR-TERNA-EXIT
003430         UNTIL PG88-EOF-MAESTRO.
003440     PERFORM 5000-ESCRIBIR-TOTALES
003450         THRU 5000-ESCRIBIR-TOTALES-EXIT.
003460     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003470     STOP RUN.
003480
003490******************************************************************
003500*    1000-INICIALIZAR - LEE LOS PARAMETROS Y LA FECHA DE
003510*    NEGOCIO, CALCULA LA FECHA DE CORTE Y ABRE LOS FICHEROS.
003520******************************************************************
003530 1000-INICIALIZAR.
003540     PERFORM 9700-ABRIR-BITACORA
003550         THRU 9700-ABRIR-BITACORA-EXIT.
003560     MOVE "TABPURGA" TO BT-PROGRAMA.
003570     MOVE "TB001I" TO BT-CODIGO.
003580     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
003590     PERFORM 9710-GRABAR-BITACORA
003600         THRU 9710-GRABAR-BITACORA-EXIT.
003610     PERFORM 1300-LEER-PARAMETROS
003620         THRU 1300-LEER-PARAMETROS-EXIT.
003630     PERFORM 9600-FECHA-NEGOCIO
003640         THRU 9600-FECHA-NEGOCIO-EXIT.
003650     INITIALIZE PG-DEMANDA.
003660     INITIALIZE PG-ACUMULADORES.
003670     MOVE CI-FECHA-NEGOCIO TO PG-FECHA-CORTE-N.
003680     COMPUTE PG-MESES-ABSOLUTOS =
003686         PG-CORTE-AAAA * 12 + PG-CORTE-MM - 1
003692         - TM-PAR-PURGA-MESES.
003700     DIVIDE PG-MESES-ABSOLUTOS BY 12
003710         GIVING PG-CORTE-AAAA REMAINDER PG-MES-RESTO.
003720     COMPUTE PG-CORTE-MM = PG-MES-RESTO + 1.
003740     IF PG-CORTE-DD > 28
003750         MOVE 28 TO PG-CORTE-DD
003760     END-IF.
003770     OPEN INPUT AUDITODO-FILE.
003780     IF PG-FS-AUDITODO NOT = "00"
003790         DISPLAY "*** ERROR ABRIENDO AUDITODO (STATUS="
003800             PG-FS-AUDITODO "). ***"
003810         MOVE "TB101E" TO BT-CODIGO
003820         MOVE "ERROR DE APERTURA DE AUDITODO" TO BT-TEXTO
003830         PERFORM 9710-GRABAR-BITACORA
003840             THRU 9710-GRABAR-BITACORA-EXIT
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     OPEN INPUT CONSUMO-FILE.
003890     IF PG-FS-CONSUMO NOT = "00"
003900         DISPLAY "*** ERROR ABRIENDO CONSUMO (STATUS="
003910             PG-FS-CONSUMO "). ***"
003920         MOVE "TB101E" TO BT-CODIGO
003930         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
003940         PERFORM 9710-GRABAR-BITACORA
003950             THRU 9710-GRABAR-BITACORA-EXIT
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     OPEN INPUT MAESTRO-FILE.
004000     IF PG-FS-MAESTRO NOT = "00"
004010         DISPLAY "*** ERROR ABRIENDO TABMAEST (STATUS="
004020             PG-FS-MAESTRO "). ***"
004030         MOVE "TB101E" TO BT-CODIGO
004040         MOVE "ERROR DE APERTURA DE TABMAEST" TO BT-TEXTO
004050         PERFORM 9710-GRABAR-BITACORA
004060             THRU 9710-GRABAR-BITACORA-EXIT
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     OPEN OUTPUT PROPUESTA-FILE.
004110     IF PG-FS-PROPUESTA NOT = "00"
004120         DISPLAY "*** ERROR ABRIENDO MANTPROP (STATUS="
004130             PG-FS-PROPUESTA "). ***"
004140         MOVE "TB101E" TO BT-CODIGO
004150         MOVE "ERROR DE APERTURA DE MANTPROP" TO BT-TEXTO
004160         PERFORM 9710-GRABAR-BITACORA
004170             THRU 9710-GRABAR-BITACORA-EXIT
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     OPEN OUTPUT INFORME-FILE.
004220     IF PG-FS-INFORME NOT = "00"
004230         DISPLAY "*** ERROR ABRIENDO INFPURGA (STATUS="
004240             PG-FS-INFORME "). ***"
004250         MOVE "TB101E" TO BT-CODIGO
004260         MOVE "ERROR DE APERTURA DE INFPURGA" TO BT-TEXTO
004270         PERFORM 9710-GRABAR-BITACORA
004280             THRU 9710-GRABAR-BITACORA-EXIT
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320 1000-INICIALIZAR-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*    1300-LEER-PARAMETROS (Y AUXILIARES) - LECTURA Y VALIDACION
004370*    DEL FICHERO DE CONTROL PARAMS, COMUNES DEL SUBSISTEMA.
004380******************************************************************
004390     COPY TMPARPRC.
004400
004410******************************************************************
004420*    2000-LEER-AUDITORIA - LEE UN REGISTRO DEL HISTORICO DE
004430*    AUDITORIA Y LO CLASIFICA POR FORMATO, IGUAL QUE TABTREND:
004440*    DETALLE VIGENTE (FECHA AAAAMMDD), DETALLE TIPADO CON FECHA
004450*    AAMMDD Y REGISTRO ANTIGUO SIN TIPOS. CABECERAS, CIERRES Y
004460*    REGISTROS SIN FORMATO NO SON DEMANDA.
004470******************************************************************
004480 2000-LEER-AUDITORIA.
004490     READ AUDITODO-FILE
004500         AT END
004510             SET PG88-EOF-AUDITODO TO TRUE
004520             GO TO 2000-LEER-AUDITORIA-EXIT
004530     END-READ.
004540     ADD 1 TO PG-CTR-AUDITODO.
004550     EVALUATE TRUE
004560         WHEN FD88-AUD-CABECERA OR FD88-AUD-FIN
004570             CONTINUE
004580         WHEN FD88-AUD-DETALLE
004590             AND FD-AUD-FECHA IS NUMERIC
004600             AND (FD-AUD-FECHA(1:2) = "19"
004610                 OR FD-AUD-FECHA(1:2) = "20")
004620             PERFORM 2100-DEMANDA-VIGENTE
004630                 THRU 2100-DEMANDA-VIGENTE-EXIT
004640         WHEN FD88-AUD-DETALLE
004650             PERFORM 2200-DEMANDA-TIPADO-V1
004660                 THRU 2200-DEMANDA-TIPADO-V1-EXIT
004670         WHEN FD-REG-AUD-ANTIGUO(1:18) IS NUMERIC
004680             PERFORM 2300-DEMANDA-ANTIGUA
004690                 THRU 2300-DEMANDA-ANTIGUA-EXIT
004700         WHEN OTHER
004710             ADD 1 TO PG-CTR-OMITIDOS
004720     END-EVALUATE.
004730 2000-LEER-AUDITORIA-EXIT.
004740     EXIT.
004750
004760 2100-DEMANDA-VIGENTE.
004770     IF FD-AUD-NUMERO IS NOT NUMERIC
004780         ADD 1 TO PG-CTR-OMITIDOS
004790         GO TO 2100-DEMANDA-VIGENTE-EXIT
004800     END-IF.
004810     IF NOT FD88-AUD-ACEPTADO
004820         GO TO 2100-DEMANDA-VIGENTE-EXIT
004830     END-IF.
004840     MOVE FD-AUD-FECHA     TO PG-DEM-FECHA.
004850     MOVE FD-AUD-NUMERO    TO PG-DEM-NUMERO.
004860     MOVE FD-AUD-OPERACION TO PG-DEM-OPERACION.
004870     PERFORM 2500-ANOTAR-AUDITORIA
004880         THRU 2500-ANOTAR-AUDITORIA-EXIT.
004890 2100-DEMANDA-VIGENTE-EXIT.
004900     EXIT.
004910
004920 2200-DEMANDA-TIPADO-V1.
004930     MOVE FD-REG-AUDITORIA TO PG-AUD-TIPADO-V1.
004940     IF PG-V1-FECHA IS NOT NUMERIC
004950         OR PG-V1-NUMERO IS NOT NUMERIC
004960         ADD 1 TO PG-CTR-OMITIDOS
004970         GO TO 2200-DEMANDA-TIPADO-V1-EXIT
004980     END-IF.
004990     IF PG-V1-RESULTADO NOT = "A"
005000         GO TO 2200-DEMANDA-TIPADO-V1-EXIT
005010     END-IF.
005020     MOVE PG-V1-FECHA TO PG-FECHA-AAMMDD.
005030     PERFORM 2400-VENTANA-SIGLO THRU 2400-VENTANA-SIGLO-EXIT.
005040     MOVE PG-V1-NUMERO TO PG-DEM-NUMERO.
005050     MOVE "M"          TO PG-DEM-OPERACION.
005060     PERFORM 2500-ANOTAR-AUDITORIA
005070         THRU 2500-ANOTAR-AUDITORIA-EXIT.
005080 2200-DEMANDA-TIPADO-V1-EXIT.
005090     EXIT.
005100
005110 2300-DEMANDA-ANTIGUA.
005120     MOVE FD-ANT-FECHA TO PG-FECHA-AAMMDD.
005130     PERFORM 2400-VENTANA-SIGLO THRU 2400-VENTANA-SIGLO-EXIT.
005140     MOVE FD-ANT-NUMERO TO PG-DEM-NUMERO.
005150     MOVE "M"           TO PG-DEM-OPERACION.
005160     PERFORM 2500-ANOTAR-AUDITORIA
005170         THRU 2500-ANOTAR-AUDITORIA-EXIT.
005180 2300-DEMANDA-ANTIGUA-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220*    2400-VENTANA-SIGLO - LLEVA LA FECHA AAMMDD DE LOS FORMATOS
005230*    ANTERIORES A AAAAMMDD CON LA VENTANA DE SIGLO DE AUDIPURG:
005240*    AA MAYOR QUE 50 ES 19AA, EL RESTO 20AA.
005250******************************************************************
005260 2400-VENTANA-SIGLO.
005270     IF PG-FECHA-AAMMDD(1:2) > "50"
005280         COMPUTE PG-DEM-FECHA = 19000000 + PG-FECHA-AAMMDD
005290     ELSE
005300         COMPUTE PG-DEM-FECHA = 20000000 + PG-FECHA-AAMMDD
005310     END-IF.
005320 2400-VENTANA-SIGLO-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2500-ANOTAR-AUDITORIA - UNA PETICION DEL HISTORICO DE
005370*    AUDITORIA: ADEMAS DE ANOTARLA, ATRASA LA FECHA DESDE LA
005380*    QUE EL HISTORICO LEIDO CUBRE LA DEMANDA.
005390******************************************************************
005400 2500-ANOTAR-AUDITORIA.
005410     IF PG-DEM-FECHA < PG-HISTORICO-DESDE
005420         MOVE PG-DEM-FECHA TO PG-HISTORICO-DESDE
005430     END-IF.
005440     PERFORM 2600-ANOTAR-DEMANDA
005450         THRU 2600-ANOTAR-DEMANDA-EXIT.
005460 2500-ANOTAR-AUDITORIA-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500*    2600-ANOTAR-DEMANDA - GUARDA LA FECHA DE LA PETICION SI ES
005510*    LA MAS RECIENTE DE SU NUMERO Y OPERACION. OPERACION EN
005520*    BLANCO EQUIVALE A 'M'.
005530******************************************************************
005540 2600-ANOTAR-DEMANDA.
005550     IF PG-DEM-NUMERO < 1
005560         ADD 1 TO PG-CTR-OMITIDOS
005570         GO TO 2600-ANOTAR-DEMANDA-EXIT
005580     END-IF.
005590     EVALUATE PG-DEM-OPERACION
005600         WHEN "M"
005610         WHEN SPACE
005620             MOVE 1 TO PG-IDX-OPER
005630         WHEN "S"
005640             MOVE 2 TO PG-IDX-OPER
005650         WHEN "R"
005660             MOVE 3 TO PG-IDX-OPER
005670         WHEN OTHER
005680             ADD 1 TO PG-CTR-OMITIDOS
005690             GO TO 2600-ANOTAR-DEMANDA-EXIT
005700     END-EVALUATE.
005710     ADD 1 TO PG-CTR-DEMANDA.
005720     IF PG-DEM-FECHA >
005730         PG-ULT-PETICION(PG-DEM-NUMERO PG-IDX-OPER)
005740         MOVE PG-DEM-FECHA
005750             TO PG-ULT-PETICION(PG-DEM-NUMERO PG-IDX-OPER)
005760     END-IF.
005770 2600-ANOTAR-DEMANDA-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810*    3000-LEER-CONSUMO - LEE UN REGISTRO DEL HISTORICO CONSUMO.
005820*    LAS PETICIONES RECIBIDAS DE NOCHE ('P') Y LAS SERVIDAS EN
005830*    EL DIA DESDE EL MAESTRO ('S') SON DEMANDA; ESTAS ULTIMAS NO
005840*    FIGURAN EN EL AUDITLOG.
005850******************************************************************
005860 3000-LEER-CONSUMO.
005870     READ CONSUMO-FILE
005880         AT END
005890             SET PG88-EOF-CONSUMO TO TRUE
005900             GO TO 3000-LEER-CONSUMO-EXIT
005910     END-READ.
005920     ADD 1 TO PG-CTR-CONSUMO.
005930     IF NOT FD88-CSM-PEDIDA AND NOT FD88-CSM-SERVIDA
005940         GO TO 3000-LEER-CONSUMO-EXIT
005950     END-IF.
005960     IF FD-CSM-FECHA IS NOT NUMERIC
005970         OR FD-CSM-NUMERO IS NOT NUMERIC
005980         ADD 1 TO PG-CTR-OMITIDOS
005990         GO TO 3000-LEER-CONSUMO-EXIT
006000     END-IF.
006010     MOVE FD-CSM-FECHA     TO PG-DEM-FECHA.
006020     MOVE FD-CSM-NUMERO    TO PG-DEM-NUMERO.
006030     MOVE FD-CSM-OPERACION TO PG-DEM-OPERACION.
006040     PERFORM 2600-ANOTAR-DEMANDA
006050         THRU 2600-ANOTAR-DEMANDA-EXIT.
006060 3000-LEER-CONSUMO-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100*    4000-INICIAR-PROPUESTA - DECIDE SI EL HISTORICO CUBRE EL
006110*    PLAZO Y ESCRIBE LAS CABECERAS DEL INFORME Y DE MANTPROP.
006120*    CON COBERTURA PARCIAL LAS TRANSACCIONES SE GRABAN
006130*    COMENTADAS: UNA TABLA PEDIDA ANTES DEL HISTORICO LEIDO
006140*    PARECERIA SIN USO.
006150******************************************************************
006160 4000-INICIAR-PROPUESTA.
006170     IF PG-HISTORICO-DESDE > PG-FECHA-CORTE-N
006180         SET PG88-COBERTURA-PARCIAL TO TRUE
006190     END-IF.
006200     MOVE CI-FECHA-NEGOCIO   TO PG-LT-FECHA.
006210     WRITE FD-REG-INFORME FROM PG-LINEA-TITULO
006220         BEFORE ADVANCING 1 LINE.
006230     MOVE PG-FECHA-CORTE-N   TO PG-LC-CORTE.
006240     MOVE TM-PAR-PURGA-MESES TO PG-LC-MESES.
006250     WRITE FD-REG-INFORME FROM PG-LINEA-CORTE
006260         BEFORE ADVANCING 1 LINE.
006270     IF PG88-COBERTURA-PARCIAL
006280         MOVE
006290             "  *** HISTORICO INCOMPLETO: PROPUESTA COMENTADA."
006300             TO PG-LINEA-TEXTO
006310         WRITE FD-REG-INFORME FROM PG-LINEA-TEXTO
006320             BEFORE ADVANCING 1 LINE
006330     END-IF.
006340     MOVE SPACES TO PG-LINEA-TEXTO.
006350     WRITE FD-REG-INFORME FROM PG-LINEA-TEXTO
006360         BEFORE ADVANCING 1 LINE.
006370     WRITE FD-REG-INFORME FROM PG-LINEA-CABECERA
006380         BEFORE ADVANCING 1 LINE.
006390     MOVE CI-FECHA-NEGOCIO   TO PG-CT-FECHA.
006400     MOVE PG-FECHA-CORTE-N   TO PG-CT-CORTE.
006410     WRITE FD-REG-PROPUESTA FROM PG-CABECERA-TRN.
006420     MOVE "* REVISAR Y APROBAR ANTES DE APLICARLA CON TABMANT."
006430         TO FD-REG-PROPUESTA.
006440     WRITE FD-REG-PROPUESTA.
006450     IF PG88-COBERTURA-PARCIAL
006460         MOVE "* HISTORICO INCOMPLETO: DESCOMENTAR LO REVISADO."
006470             TO FD-REG-PROPUESTA
006480         WRITE FD-REG-PROPUESTA
006490     END-IF.
006500 4000-INICIAR-PROPUESTA-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*    4100-TRATAR-TERNA - LEE UNA TERNA DEL MAESTRO EN ORDEN DE
006550*    CLAVE Y LA ACUMULA EN SU OPERACION. AL CAMBIAR DE NUMERO, Y
006560*    AL FINAL, EVALUA LAS TABLAS DEL NUMERO ANTERIOR.
006570******************************************************************
006580 4100-TRATAR-TERNA.
006590     READ MAESTRO-FILE NEXT RECORD
006600         AT END
006610             SET PG88-EOF-MAESTRO TO TRUE
006620             PERFORM 4200-EVALUAR-NUMERO
006630                 THRU 4200-EVALUAR-NUMERO-EXIT
006640             GO TO 4100-TRATAR-TERNA-EXIT
006650     END-READ.
006660     IF PG-FS-MAESTRO NOT = "00"
006670         DISPLAY "*** ERROR LEYENDO TABMAEST (STATUS="
006680             PG-FS-MAESTRO "). ***"
006690         MOVE 16 TO RETURN-CODE
006700         STOP RUN
006710     END-IF.
006720     ADD 1 TO PG-CTR-TERNAS.
006730     IF FD-MAE-NUMERO NOT = PG-NUMERO-ACTUAL
006740         PERFORM 4200-EVALUAR-NUMERO
006750             THRU 4200-EVALUAR-NUMERO-EXIT
006760         MOVE FD-MAE-NUMERO TO PG-NUMERO-ACTUAL
006770     END-IF.
006780     EVALUATE FD-MAE-OPERACION
006790         WHEN "M"
006800             MOVE 1 TO PG-IDX-OPER
006810         WHEN "S"
006820             MOVE 2 TO PG-IDX-OPER
006830         WHEN "R"
006840             MOVE 3 TO PG-IDX-OPER
006850         WHEN OTHER
006860             ADD 1 TO PG-CTR-OMITIDOS
006870             GO TO 4100-TRATAR-TERNA-EXIT
006880     END-EVALUATE.
006890     ADD 1 TO PG-AC-TERNAS(PG-IDX-OPER).
006900     IF FD-MAE-MULTIPLICADOR > PG-AC-MAX-MULT(PG-IDX-OPER)
006910         MOVE FD-MAE-MULTIPLICADOR
006920             TO PG-AC-MAX-MULT(PG-IDX-OPER)
006930     END-IF.
006940     IF FD-MAE-FECHA-CALCULO IS NUMERIC
006950         AND FD-MAE-FECHA-CALCULO >
006960             PG-AC-ULT-CALCULO(PG-IDX-OPER)
006970         MOVE FD-MAE-FECHA-CALCULO
006980             TO PG-AC-ULT-CALCULO(PG-IDX-OPER)
006990     END-IF.
007000 4100-TRATAR-TERNA-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    4200-EVALUAR-NUMERO - EVALUA LAS TRES OPERACIONES DEL
007050*    NUMERO ACUMULADO Y DEJA LOS ACUMULADORES A CERO.
007060******************************************************************
007070 4200-EVALUAR-NUMERO.
007080     PERFORM 4210-EVALUAR-TABLA THRU 4210-EVALUAR-TABLA-EXIT
007090         VARYING PG-IDX-OPER FROM 1 BY 1 UNTIL PG-IDX-OPER > 3.
007100     INITIALIZE PG-ACUMULADORES.
007110 4200-EVALUAR-NUMERO-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150*    4210-EVALUAR-TABLA - UNA TABLA (NUMERO Y OPERACION) DEL
007160*    MAESTRO: EN USO SI SE PIDIO DESDE LA FECHA DE CORTE,
007170*    RECIENTE SI SE CALCULO DESDE ELLA; SI NO, SE PROPONE.
007180******************************************************************
007190 4210-EVALUAR-TABLA.
007200     IF PG-AC-TERNAS(PG-IDX-OPER) = ZEROS
007210         GO TO 4210-EVALUAR-TABLA-EXIT
007220     END-IF.
007230     ADD 1 TO PG-CTR-TABLAS.
007240     IF PG-ULT-PETICION(PG-NUMERO-ACTUAL PG-IDX-OPER)
007250         NOT < PG-FECHA-CORTE-N
007260         ADD 1 TO PG-CTR-EN-USO
007270         GO TO 4210-EVALUAR-TABLA-EXIT
007280     END-IF.
007290     IF PG-AC-ULT-CALCULO(PG-IDX-OPER) NOT < PG-FECHA-CORTE-N
007300         ADD 1 TO PG-CTR-RECIENTES
007310         GO TO 4210-EVALUAR-TABLA-EXIT
007320     END-IF.
007330     ADD 1 TO PG-CTR-PROPUESTAS.
007340     ADD PG-AC-TERNAS(PG-IDX-OPER) TO PG-CTR-TERNAS-PROP.
007350     MOVE PG-NUMERO-ACTUAL               TO PG-LD-NUMERO.
007360     MOVE PG-OPER(PG-IDX-OPER)           TO PG-LD-OPERACION.
007370     MOVE PG-AC-TERNAS(PG-IDX-OPER)      TO PG-LD-TERNAS.
007380     MOVE PG-AC-MAX-MULT(PG-IDX-OPER)    TO PG-LD-MAX-MULT.
007390     MOVE PG-AC-ULT-CALCULO(PG-IDX-OPER) TO PG-LD-CALCULO.
007400     IF PG-ULT-PETICION(PG-NUMERO-ACTUAL PG-IDX-OPER) = ZEROS
007410         MOVE "NUNCA   " TO PG-LD-PETICION
007420     ELSE
007430         MOVE PG-ULT-PETICION(PG-NUMERO-ACTUAL PG-IDX-OPER)
007440             TO PG-LD-PETICION
007450     END-IF.
007460     WRITE FD-REG-INFORME FROM PG-LINEA-DETALLE
007470         BEFORE ADVANCING 1 LINE.
007480     MOVE PG-NUMERO-ACTUAL               TO PG-TRN-NUMERO.
007490     MOVE PG-OPER(PG-IDX-OPER)           TO PG-TRN-OPERACION.
007500     MOVE PG-LD-PETICION                 TO PG-TRN-PETICION.
007510     MOVE PG-AC-ULT-CALCULO(PG-IDX-OPER) TO PG-TRN-CALCULO.
007520     IF PG88-COBERTURA-PARCIAL
007530         MOVE "* "                 TO FD-REG-PROPUESTA(1:2)
007540         MOVE PG-LINEA-TRN(1:78)   TO FD-REG-PROPUESTA(3:78)
007550         WRITE FD-REG-PROPUESTA
007560     ELSE
007570         WRITE FD-REG-PROPUESTA FROM PG-LINEA-TRN
007580     END-IF.
007590 4210-EVALUAR-TABLA-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*    5000-ESCRIBIR-TOTALES - RECUENTOS DE LA PROPUESTA Y DEL
007640*    HISTORICO DE DEMANDA LEIDO.
007650******************************************************************
007660 5000-ESCRIBIR-TOTALES.
007670     IF PG-CTR-PROPUESTAS = ZEROS
007680         MOVE "  NINGUNA TABLA SIN USO EN EL PLAZO."
007690             TO PG-LINEA-TEXTO
007700         WRITE FD-REG-INFORME FROM PG-LINEA-TEXTO
007710             BEFORE ADVANCING 1 LINE
007720     END-IF.
007730     MOVE SPACES TO PG-LINEA-TEXTO.
007740     WRITE FD-REG-INFORME FROM PG-LINEA-TEXTO
007750         BEFORE ADVANCING 1 LINE.
007760     MOVE "  TABLAS EN EL MAESTRO:             "
007765         TO PG-LTO-ETIQUETA.
007770     MOVE PG-CTR-TABLAS TO PG-LTO-CUENTA.
007780     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
007790         BEFORE ADVANCING 1 LINE.
007800     MOVE "    PEDIDAS EN EL PLAZO:            "
007805         TO PG-LTO-ETIQUETA.
007810     MOVE PG-CTR-EN-USO TO PG-LTO-CUENTA.
007820     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
007830         BEFORE ADVANCING 1 LINE.
007840     MOVE "    CALCULADAS EN EL PLAZO:         "
007845         TO PG-LTO-ETIQUETA.
007850     MOVE PG-CTR-RECIENTES TO PG-LTO-CUENTA.
007860     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
007870         BEFORE ADVANCING 1 LINE.
007880     MOVE "    PROPUESTAS PARA PURGA:          "
007885         TO PG-LTO-ETIQUETA.
007890     MOVE PG-CTR-PROPUESTAS TO PG-LTO-CUENTA.
007900     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
007910         BEFORE ADVANCING 1 LINE.
007920     MOVE "  TERNAS EN EL MAESTRO:             "
007925         TO PG-LTO-ETIQUETA.
007930     MOVE PG-CTR-TERNAS TO PG-LTO-CUENTA.
007940     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
007950         BEFORE ADVANCING 1 LINE.
007960     MOVE "  TERNAS DE LAS TABLAS PROPUESTAS:  "
007965         TO PG-LTO-ETIQUETA.
007970     MOVE PG-CTR-TERNAS-PROP TO PG-LTO-CUENTA.
007980     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
007990         BEFORE ADVANCING 1 LINE.
008000     MOVE "  REGISTROS DE AUDITORIA LEIDOS:    "
008005         TO PG-LTO-ETIQUETA.
008010     MOVE PG-CTR-AUDITODO TO PG-LTO-CUENTA.
008020     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
008030         BEFORE ADVANCING 1 LINE.
008040     MOVE "  REGISTROS DE CONSUMO LEIDOS:      "
008045         TO PG-LTO-ETIQUETA.
008050     MOVE PG-CTR-CONSUMO TO PG-LTO-CUENTA.
008060     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
008070         BEFORE ADVANCING 1 LINE.
008080     MOVE "  PETICIONES ANOTADAS:              "
008085         TO PG-LTO-ETIQUETA.
008090     MOVE PG-CTR-DEMANDA TO PG-LTO-CUENTA.
008100     WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
008110         BEFORE ADVANCING 1 LINE.
008120     IF PG-CTR-OMITIDOS NOT = ZEROS
008130         MOVE "  REGISTROS OMITIDOS POR FORMATO:   "
008140             TO PG-LTO-ETIQUETA
008150         MOVE PG-CTR-OMITIDOS TO PG-LTO-CUENTA
008160         WRITE FD-REG-INFORME FROM PG-LINEA-TOTAL
008170             BEFORE ADVANCING 1 LINE
008180     END-IF.
008190     IF PG-HISTORICO-DESDE = 99999999
008200         MOVE "  HISTORICO DE AUDITORIA VACIO."
008210             TO PG-LINEA-TEXTO
008220     ELSE
008230         MOVE "  HISTORICO DE AUDITORIA DESDE EL"
008240             TO PG-LINEA-TEXTO
008250         MOVE PG-HISTORICO-DESDE TO PG-LINEA-TEXTO(35:8)
008260     END-IF.
008270     WRITE FD-REG-INFORME FROM PG-LINEA-TEXTO
008280         BEFORE ADVANCING 1 LINE.
008290 5000-ESCRIBIR-TOTALES-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330*    9000-FINALIZAR - CIERRA LOS FICHEROS, AVISA EN LA BITACORA
008340*    SI EL HISTORICO NO CUBRE EL PLAZO (CODIGO DE RETORNO 4) Y
008350*    DEJA EL RESUMEN EN CONSOLA PARA EL OPERADOR.
008360******************************************************************
008370 9000-FINALIZAR.
008380     CLOSE AUDITODO-FILE.
008390     CLOSE CONSUMO-FILE.
008400     CLOSE MAESTRO-FILE.
008410     CLOSE PROPUESTA-FILE.
008420     CLOSE INFORME-FILE.
008430     DISPLAY "TABPURGA: TABLAS " PG-CTR-TABLAS
008440         " PROPUESTAS " PG-CTR-PROPUESTAS
008450         " TERNAS " PG-CTR-TERNAS-PROP ".".
008460     IF PG88-COBERTURA-PARCIAL
008470         DISPLAY "TABPURGA: EL HISTORICO NO CUBRE EL PLAZO; "
008480             "TRANSACCIONES COMENTADAS EN MANTPROP."
008490         MOVE PG-HISTORICO-DESDE TO PG-BC-DESDE
008500         MOVE PG-FECHA-CORTE-N   TO PG-BC-CORTE
008510         MOVE "TB205W"           TO BT-CODIGO
008520         MOVE PG-BIT-COBERTURA   TO BT-TEXTO
008530         PERFORM 9710-GRABAR-BITACORA
008540             THRU 9710-GRABAR-BITACORA-EXIT
008550         MOVE 4 TO RETURN-CODE
008560     END-IF.
008570     MOVE PG-CTR-TABLAS      TO PG-BR-TABLAS.
008580     MOVE PG-CTR-PROPUESTAS  TO PG-BR-PROPUESTAS.
008590     MOVE PG-CTR-TERNAS-PROP TO PG-BR-TERNAS.
008600     MOVE "TB301I"       TO BT-CODIGO.
008610     MOVE PG-BIT-RESUMEN TO BT-TEXTO.
008620     PERFORM 9710-GRABAR-BITACORA
008630         THRU 9710-GRABAR-BITACORA-EXIT.
008640     MOVE RETURN-CODE TO BT-FIN-RETORNO.
008650     MOVE "TB002I" TO BT-CODIGO.
008660     MOVE BT-TEXTO-FIN TO BT-TEXTO.
008670     PERFORM 9710-GRABAR-BITACORA
008680         THRU 9710-GRABAR-BITACORA-EXIT.
008690     PERFORM 9720-CERRAR-BITACORA
008700         THRU 9720-CERRAR-BITACORA-EXIT.
008710 9000-FINALIZAR-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
008760*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
008770******************************************************************
008780     COPY TMCICPRC.
008790
008800******************************************************************
008810*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
008820*    BITACORA CENTRAL DE EXPLOTACION.
008830******************************************************************
008840     COPY TMBITPRC.
008850
008860 END PROGRAM TABPURGA.
