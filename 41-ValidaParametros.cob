000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABVALPA.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : VALIDACION PREVIA DEL FICHERO DE CONTROL
000090*                  PARAMS, PRIMER PASO DE CAP41JOB, TABSIRVE Y
000100*                  TABREPRO. APLICA LAS MISMAS REGLAS QUE TMPARPRC
000110*                  (CLAVES CONOCIDAS, VALORES DE TRES CIFRAS Y
000120*                  COHERENCIA ENTRE CAMPOS: NUMERO-MIN HASTA
000130*                  NUMERO-MAX, TAMANO-DEFECTO DENTRO DEL RANGO DE
000140*                  TAMANO, NUMERO-MAX POR TAMANO-MAX SIN
000150*                  DESBORDAR EL RESULTADO DE CINCO CIFRAS, ETC.)
000160*                  PERO SIN DETENERSE EN EL PRIMER ERROR: LISTA
000170*                  TODOS LOS ERRORES DEL FICHERO EN INFVALPA Y
000180*                  TERMINA CON RC=8 PARA RETENER EL TRABAJO.
000190*                  CON UN PARAMS CORRECTO COTEJA LOS VALORES EN
000200*                  VIGOR CON LOS ULTIMOS ANOTADOS EN EL HISTORICO
000210*                  PARHIST Y ANOTA CADA CAMBIO CON SU VALOR
000220*                  ANTERIOR, EL NUEVO, LA FECHA Y EL TRABAJO
000230*                  (PARM, POR DEFECTO 'MANUAL').
000240*----------------------------------------------------------------*
000250*    HISTORIAL DE MODIFICACIONES                                 *
000260*    FECHA       INIC.  DESCRIPCION
000270*    ----------  -----  ----------------------------------------
000280*    15/10/2026  JLR    VERSION ORIGINAL.
000282*    15/10/2026  JLR    FECHA DE PARHIST TOMADA DEL FICHERO DE
000284*                       CONTROL CICLO (TMCICWS/TMCICPRC): FECHA
000286*                       DE NEGOCIO EN LUGAR DEL RELOJ.
000287*    15/10/2026  JLR    CLAVE ANTIGUEDAD-DIAS (INFORME DE
000288*                       ANTIGUEDAD DE PETICIONES), AL MENOS 001.
000291*    15/10/2026  JLR    CLAVE PURGA-MESES (PROPUESTAS DE PURGA
000294*                       DEL MAESTRO), AL MENOS 001.
000297******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TM-FS-PARAMS.
000370
000380     SELECT PARHIST-FILE ASSIGN TO "PARHIST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS VP-FS-PARHIST.
000410
000420     SELECT INFORME-FILE ASSIGN TO "INFVALPA"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS VP-FS-INFORME.
000450
000452     SELECT CICLO-FILE ASSIGN TO "CICLO"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS CI-FS-CICLO.
000458
000460     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS BT-FS-BITACORA.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520******************************************************************
000530*    FICHERO DE CONTROL DE PARAMETROS (CLAVE=VALOR).
000540******************************************************************
000550 FD  PARAMS-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  FD-REG-PARAMS                   PIC X(80).
000590
000600******************************************************************
000610*    HISTORICO DE CAMBIOS DE PARAMETROS (ENTRADA PARA CONOCER LOS
000620*    ULTIMOS VALORES Y EXTENSION PARA ANOTAR LOS CAMBIOS).
000630******************************************************************
000640 FD  PARHIST-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670     COPY TMPHIREG.
000680
000690******************************************************************
000700*    INFORME DE LA VALIDACION.
000710******************************************************************
000720 FD  INFORME-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  FD-REG-INFORME                  PIC X(80).
000760
000761******************************************************************
000762*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000763******************************************************************
000764 FD  CICLO-FILE
000765     LABEL RECORDS ARE STANDARD
000766     RECORD CONTAINS 80 CHARACTERS.
000767     COPY TMCICREG.
000768
000770******************************************************************
000780*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000790******************************************************************
000800 FD  BITACORA-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830     COPY TMBITREG.
000840
000850 WORKING-STORAGE SECTION.
000860     COPY TMBITWS.
000865     COPY TMCICWS.
000870     COPY TMPARAMS.
000880 01  VP-SW-EOF-PARHIST           PIC X(01) VALUE "N".
000890         88  VP88-EOF-PARHIST        VALUE "S".
000900
000910 01  VP-SW-PARAMS                PIC X(01) VALUE "S".
000920         88  VP88-CON-PARAMS         VALUE "S".
000930         88  VP88-SIN-PARAMS         VALUE "N".
000940
000950 01  VP-FS-PARHIST               PIC X(02) VALUE SPACES.
000960 01  VP-FS-INFORME               PIC X(02) VALUE SPACES.
000970
000980 01  VP-PARM-TRABAJO             PIC X(08) VALUE SPACES.
001000 01  VP-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001010 01  VP-PRODUCTO                 PIC 9(06) VALUE ZEROS.
001015 01  VP-NUM-LINEA                PIC 9(03) VALUE ZEROS.
001020
001030 77  VP-CTR-LINEAS               PIC 9(03) VALUE ZEROS COMP.
001040 77  VP-CTR-ERRORES              PIC 9(03) VALUE ZEROS COMP.
001050 77  VP-CTR-CAMBIOS              PIC 9(03) VALUE ZEROS COMP.
001060 77  VP-IDX-CLAVE                PIC 9(02) VALUE ZEROS COMP.
001070 77  VP-POS-CLAVE                PIC 9(02) VALUE ZEROS COMP.
001080
001090******************************************************************
001100*    CLAVES DE PARAMS EN EL MISMO ORDEN QUE LOS CAMPOS DE
001110*    TM-PARAMETROS, PARA TRATARLAS POR SUBINDICE.
001120******************************************************************
001130 01  VP-NUM-CLAVES               PIC 9(02) VALUE 10.
001140 01  VP-NOMBRES-CLAVE.
001150     05  FILLER                  PIC X(20) VALUE "NUMERO-MIN".
001160     05  FILLER                  PIC X(20) VALUE "NUMERO-MAX".
001170     05  FILLER                  PIC X(20) VALUE "TAMANO-MIN".
001180     05  FILLER                  PIC X(20) VALUE "TAMANO-MAX".
001190     05  FILLER                  PIC X(20) VALUE "TAMANO-DEFECTO".
001200     05  FILLER                  PIC X(20)
001210         VALUE "MAX-LINEAS-PAGINA".
001220     05  FILLER                  PIC X(20)
001230         VALUE "CHECKPOINT-INTERVALO".
001240     05  FILLER                  PIC X(20) VALUE "RETENCION-DIAS".
001245     05  FILLER                  PIC X(20)
001247         VALUE "ANTIGUEDAD-DIAS".
001248     05  FILLER                  PIC X(20) VALUE "PURGA-MESES".
001250 01  VP-NOMBRES-R REDEFINES VP-NOMBRES-CLAVE.
001260     05  VP-NOMBRE               PIC X(20) OCCURS 10.
001270
001280 01  VP-VALORES.
001290     05  VP-VALOR                PIC 9(03) OCCURS 10.
001300
001310 01  VP-ULTIMOS.
001320     05  VP-ULTIMO               PIC X(03) OCCURS 10.
001330
001340 01  VP-LINEA-TITULO.
001350     05  FILLER                  PIC X(38) VALUE
001360         "VALIDACION PREVIA DE PARAMS - TRABAJO ".
001370     05  VP-LT-TRABAJO           PIC X(08).
001380     05  FILLER                  PIC X(34) VALUE SPACES.
001390
001400 01  VP-LINEA-BLANCO             PIC X(80) VALUE SPACES.
001410
001420 01  VP-LINEA-MENSAJE            PIC X(80) VALUE SPACES.
001430
001440 01  VP-LINEA-CAB-VALORES.
001450     05  FILLER                  PIC X(40) VALUE
001460         "  CLAVE                 VALOR  ANTERIOR ".
001470     05  FILLER                  PIC X(40) VALUE " OBSERVACION".
001480
001490 01  VP-LINEA-VALOR.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  VP-LV-CLAVE             PIC X(20).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  VP-LV-VALOR             PIC X(03).
001540     05  FILLER                  PIC X(04) VALUE SPACES.
001550     05  VP-LV-ANTERIOR          PIC X(03).
001560     05  FILLER                  PIC X(07) VALUE SPACES.
001570     05  VP-LV-OBSERVACION       PIC X(39).
001580
001590 01  VP-BIT-RESUMEN.
001600     05  FILLER                  PIC X(08) VALUE "ERRORES ".
001610     05  VP-BR-ERRORES           PIC 9(03).
001620     05  FILLER                  PIC X(09) VALUE " CAMBIOS ".
001630     05  VP-BR-CAMBIOS           PIC 9(03).
001640     05  FILLER                  PIC X(09) VALUE " TRABAJO ".
001650     05  VP-BR-TRABAJO           PIC X(08).
001660     05  FILLER                  PIC X(10) VALUE SPACES.
001670
001680 PROCEDURE DIVISION.
001690******************************************************************
001700*    0000-MAINLINE - CONTROL PRINCIPAL DE LA VALIDACION.
001710******************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001740     PERFORM 2000-LEER-PARAMS THRU 2000-LEER-PARAMS-EXIT.
001750     PERFORM 3000-VALIDAR-COHERENCIA
001760         THRU 3000-VALIDAR-COHERENCIA-EXIT.
001770     PERFORM 4000-COTEJAR-HISTORICO
001780         THRU 4000-COTEJAR-HISTORICO-EXIT.
001790     IF VP-CTR-ERRORES = ZEROS AND VP-CTR-CAMBIOS NOT = ZEROS
001800         PERFORM 5000-ANOTAR-CAMBIOS
001810             THRU 5000-ANOTAR-CAMBIOS-EXIT
001820     END-IF.
001830     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001840     STOP RUN.
001850
001860******************************************************************
001870*    1000-INICIALIZAR - TOMA EL TRABAJO DEL PARM Y ABRE EL
001880*    INFORME.
001890******************************************************************
001900 1000-INICIALIZAR.
001910     PERFORM 9700-ABRIR-BITACORA
001920         THRU 9700-ABRIR-BITACORA-EXIT.
001930     MOVE "TABVALPA" TO BT-PROGRAMA.
001940     MOVE "TB001I" TO BT-CODIGO.
001950     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
001960     PERFORM 9710-GRABAR-BITACORA
001970         THRU 9710-GRABAR-BITACORA-EXIT.
001980     ACCEPT VP-PARM-TRABAJO FROM COMMAND-LINE.
001990     IF VP-PARM-TRABAJO = SPACES
002000         MOVE "MANUAL" TO VP-PARM-TRABAJO
002010     END-IF.
002020     PERFORM 9600-FECHA-NEGOCIO
002025         THRU 9600-FECHA-NEGOCIO-EXIT.
002030     ACCEPT VP-HORA-SISTEMA FROM TIME.
002040     OPEN OUTPUT INFORME-FILE.
002050     IF VP-FS-INFORME NOT = "00"
002060         DISPLAY "*** ERROR ABRIENDO INFVALPA (STATUS="
002070             VP-FS-INFORME "). ***"
002080         MOVE "TB101E" TO BT-CODIGO
002090         MOVE "ERROR DE APERTURA DE INFVALPA" TO BT-TEXTO
002100         PERFORM 9710-GRABAR-BITACORA
002110             THRU 9710-GRABAR-BITACORA-EXIT
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     MOVE VP-PARM-TRABAJO TO VP-LT-TRABAJO.
002160     WRITE FD-REG-INFORME FROM VP-LINEA-TITULO
002170         BEFORE ADVANCING 1 LINE.
002180     WRITE FD-REG-INFORME FROM VP-LINEA-BLANCO
002190         BEFORE ADVANCING 1 LINE.
002200     MOVE TM-PARAMETROS TO VP-VALORES.
002210 1000-INICIALIZAR-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*    2000-LEER-PARAMS - LEE EL FICHERO COMPLETO PARTIENDO DE LOS
002260*    VALORES POR DEFECTO DE TMPARAMS. CADA CLAVE DESCONOCIDA O
002270*    VALOR NO NUMERICO SE ANOTA COMO ERROR Y SE SIGUE LEYENDO.
002280******************************************************************
002290 2000-LEER-PARAMS.
002300     OPEN INPUT PARAMS-FILE.
002310     IF TM-FS-PARAMS = "35"
002320         SET VP88-SIN-PARAMS TO TRUE
002330         MOVE "  SIN PARAMS: SE VALIDAN LOS DEFECTOS."
002340             TO VP-LINEA-MENSAJE
002350         PERFORM 8000-ESCRIBIR-MENSAJE
002360             THRU 8000-ESCRIBIR-MENSAJE-EXIT
002370         GO TO 2000-LEER-PARAMS-EXIT
002380     END-IF.
002390     IF TM-FS-PARAMS NOT = "00"
002400         DISPLAY "*** ERROR ABRIENDO PARAMS (STATUS="
002410             TM-FS-PARAMS "). ***"
002420         MOVE "TB101E" TO BT-CODIGO
002430         MOVE "ERROR DE APERTURA DE PARAMS" TO BT-TEXTO
002440         PERFORM 9710-GRABAR-BITACORA
002450             THRU 9710-GRABAR-BITACORA-EXIT
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     PERFORM 2100-LEER-UN-PARAMETRO
002500         THRU 2100-LEER-UN-PARAMETRO-EXIT
002510         UNTIL TM88-EOF-PARAMS.
002520     CLOSE PARAMS-FILE.
002530     MOVE VP-VALORES TO TM-PARAMETROS.
002540 2000-LEER-PARAMS-EXIT.
002550     EXIT.
002560
002570 2100-LEER-UN-PARAMETRO.
002580     READ PARAMS-FILE
002590         AT END
002600             SET TM88-EOF-PARAMS TO TRUE
002610             GO TO 2100-LEER-UN-PARAMETRO-EXIT
002620     END-READ.
002630     ADD 1 TO VP-CTR-LINEAS.
002635     MOVE VP-CTR-LINEAS TO VP-NUM-LINEA.
002640     IF FD-REG-PARAMS = SPACES
002650         OR FD-REG-PARAMS(1:1) = "*"
002660         GO TO 2100-LEER-UN-PARAMETRO-EXIT
002670     END-IF.
002680     MOVE SPACES TO TM-PAR-CLAVE.
002690     MOVE SPACES TO TM-PAR-VALOR.
002700     UNSTRING FD-REG-PARAMS DELIMITED BY "="
002710         INTO TM-PAR-CLAVE TM-PAR-VALOR.
002720     PERFORM 2110-BUSCAR-CLAVE THRU 2110-BUSCAR-CLAVE-EXIT.
002730     IF VP-POS-CLAVE = ZEROS
002740         MOVE SPACES TO VP-LINEA-MENSAJE
002750         STRING "  *** LINEA " VP-NUM-LINEA
002760             ": PARAMETRO DESCONOCIDO " DELIMITED BY SIZE
002770             TM-PAR-CLAVE DELIMITED BY SPACE
002780             "." DELIMITED BY SIZE
002790             INTO VP-LINEA-MENSAJE
002800         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
002810         GO TO 2100-LEER-UN-PARAMETRO-EXIT
002820     END-IF.
002830     IF TM-PAR-VALOR(1:3) IS NOT NUMERIC
002840         MOVE SPACES TO VP-LINEA-MENSAJE
002850         STRING "  *** LINEA " VP-NUM-LINEA
002860             ": VALOR INVALIDO PARA " DELIMITED BY SIZE
002870             TM-PAR-CLAVE DELIMITED BY SPACE
002876             " (" DELIMITED BY SIZE
002882             TM-PAR-VALOR DELIMITED BY SPACE
002890             "), SE ESPERAN TRES CIFRAS." DELIMITED BY SIZE
002900             INTO VP-LINEA-MENSAJE
002910         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
002920         GO TO 2100-LEER-UN-PARAMETRO-EXIT
002930     END-IF.
002940     MOVE TM-PAR-VALOR(1:3) TO VP-VALOR(VP-POS-CLAVE).
002950 2100-LEER-UN-PARAMETRO-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    2110-BUSCAR-CLAVE - DEJA EN VP-POS-CLAVE LA POSICION DE
003000*    TM-PAR-CLAVE EN LA LISTA DE CLAVES (CERO SI NO EXISTE).
003010******************************************************************
003020 2110-BUSCAR-CLAVE.
003030     MOVE ZEROS TO VP-POS-CLAVE.
003040     PERFORM 2120-COMPARAR-CLAVE THRU 2120-COMPARAR-CLAVE-EXIT
003050         VARYING VP-IDX-CLAVE FROM 1 BY 1
003060         UNTIL VP-IDX-CLAVE > VP-NUM-CLAVES
003070         OR VP-POS-CLAVE NOT = ZEROS.
003080 2110-BUSCAR-CLAVE-EXIT.
003090     EXIT.
003100
003110 2120-COMPARAR-CLAVE.
003120     IF VP-NOMBRE(VP-IDX-CLAVE) = TM-PAR-CLAVE
003130         MOVE VP-IDX-CLAVE TO VP-POS-CLAVE
003140     END-IF.
003150 2120-COMPARAR-CLAVE-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190*    3000-VALIDAR-COHERENCIA - REGLAS DE TMPARPRC SOBRE LOS
003200*    VALORES EN VIGOR, ANOTANDO CADA INCUMPLIMIENTO.
003210******************************************************************
003220 3000-VALIDAR-COHERENCIA.
003230     IF TM-PAR-NUMERO-MIN = ZEROS
003240         OR TM-PAR-NUMERO-MIN > TM-PAR-NUMERO-MAX
003250         MOVE SPACES TO VP-LINEA-MENSAJE
003260         STRING "  *** NUMERO-MIN " TM-PAR-NUMERO-MIN
003270             " MAYOR QUE NUMERO-MAX " TM-PAR-NUMERO-MAX
003280             " O NULO." DELIMITED BY SIZE
003290             INTO VP-LINEA-MENSAJE
003300         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003310     END-IF.
003320     IF TM-PAR-TAMANO-MIN = ZEROS
003330         OR TM-PAR-TAMANO-MIN > TM-PAR-TAMANO-MAX
003340         MOVE SPACES TO VP-LINEA-MENSAJE
003350         STRING "  *** TAMANO-MIN " TM-PAR-TAMANO-MIN
003360             " MAYOR QUE TAMANO-MAX " TM-PAR-TAMANO-MAX
003370             " O NULO." DELIMITED BY SIZE
003380             INTO VP-LINEA-MENSAJE
003390         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003400     END-IF.
003410     IF TM-PAR-TAMANO-DEFECTO > TM-PAR-TAMANO-MAX
003420         MOVE SPACES TO VP-LINEA-MENSAJE
003430         STRING "  *** TAMANO-DEFECTO " TM-PAR-TAMANO-DEFECTO
003440             " MAYOR QUE TAMANO-MAX " TM-PAR-TAMANO-MAX "."
003450             DELIMITED BY SIZE
003460             INTO VP-LINEA-MENSAJE
003470         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003480     END-IF.
003490     IF TM-PAR-TAMANO-DEFECTO < TM-PAR-TAMANO-MIN
003500         MOVE SPACES TO VP-LINEA-MENSAJE
003510         STRING "  *** TAMANO-DEFECTO " TM-PAR-TAMANO-DEFECTO
003520             " MENOR QUE TAMANO-MIN " TM-PAR-TAMANO-MIN "."
003530             DELIMITED BY SIZE
003540             INTO VP-LINEA-MENSAJE
003550         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003560     END-IF.
003570     COMPUTE VP-PRODUCTO = TM-PAR-NUMERO-MAX * TM-PAR-TAMANO-MAX.
003580     IF VP-PRODUCTO > 99999
003590         MOVE SPACES TO VP-LINEA-MENSAJE
003600         STRING "  *** NUMERO-MAX POR TAMANO-MAX = " VP-PRODUCTO
003610             " DESBORDA EL RESULTADO DE 5 CIFRAS."
003620             DELIMITED BY SIZE
003630             INTO VP-LINEA-MENSAJE
003640         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003650     END-IF.
003660     IF TM-PAR-MAX-LINEAS < 3
003670         MOVE "  *** MAX-LINEAS-PAGINA DEBE SER AL MENOS 003."
003680             TO VP-LINEA-MENSAJE
003690         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003700     END-IF.
003710     IF TM-PAR-CHK-INTERVALO = ZEROS
003720         MOVE "  *** CHECKPOINT-INTERVALO DEBE SER AL MENOS 001."
003730             TO VP-LINEA-MENSAJE
003740         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003750     END-IF.
003760     IF TM-PAR-RETENCION-DIAS = ZEROS
003770         MOVE "  *** RETENCION-DIAS DEBE SER AL MENOS 001."
003780             TO VP-LINEA-MENSAJE
003790         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003800     END-IF.
003801     IF TM-PAR-ANTIGUEDAD-DIAS = ZEROS
003802         MOVE "  *** ANTIGUEDAD-DIAS DEBE SER AL MENOS 001."
003803             TO VP-LINEA-MENSAJE
003804         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003805     END-IF.
003807     IF TM-PAR-PURGA-MESES = ZEROS
003809         MOVE "  *** PURGA-MESES DEBE SER AL MENOS 001."
003811             TO VP-LINEA-MENSAJE
003813         PERFORM 8100-ANOTAR-ERROR THRU 8100-ANOTAR-ERROR-EXIT
003815     END-IF.
003817     IF VP-CTR-ERRORES = ZEROS
003820         MOVE "  SIN ERRORES DE FORMATO NI DE COHERENCIA."
003830             TO VP-LINEA-MENSAJE
003840         PERFORM 8000-ESCRIBIR-MENSAJE
003850             THRU 8000-ESCRIBIR-MENSAJE-EXIT
003860     END-IF.
003870 3000-VALIDAR-COHERENCIA-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*    4000-COTEJAR-HISTORICO - CARGA EL ULTIMO VALOR ANOTADO DE
003920*    CADA CLAVE EN PARHIST Y LISTA LOS VALORES EN VIGOR CON SU
003930*    VALOR ANTERIOR, MARCANDO LOS CAMBIADOS.
003940******************************************************************
003950 4000-COTEJAR-HISTORICO.
003960     MOVE SPACES TO VP-ULTIMOS.
003970     OPEN INPUT PARHIST-FILE.
003980     IF VP-FS-PARHIST = "00"
003990         PERFORM 4100-LEER-HISTORICO
004000             THRU 4100-LEER-HISTORICO-EXIT
004010             UNTIL VP88-EOF-PARHIST
004020         CLOSE PARHIST-FILE
004030     ELSE
004040         IF VP-FS-PARHIST NOT = "35"
004050             DISPLAY "*** ERROR ABRIENDO PARHIST (STATUS="
004060                 VP-FS-PARHIST "). ***"
004070             MOVE "TB101E" TO BT-CODIGO
004080             MOVE "ERROR DE APERTURA DE PARHIST" TO BT-TEXTO
004090             PERFORM 9710-GRABAR-BITACORA
004100                 THRU 9710-GRABAR-BITACORA-EXIT
004110             MOVE 16 TO RETURN-CODE
004120             STOP RUN
004130         END-IF
004140     END-IF.
004150     WRITE FD-REG-INFORME FROM VP-LINEA-BLANCO
004160         BEFORE ADVANCING 1 LINE.
004170     WRITE FD-REG-INFORME FROM VP-LINEA-CAB-VALORES
004180         BEFORE ADVANCING 1 LINE.
004190     PERFORM 4200-LINEA-VALOR THRU 4200-LINEA-VALOR-EXIT
004200         VARYING VP-IDX-CLAVE FROM 1 BY 1
004210         UNTIL VP-IDX-CLAVE > VP-NUM-CLAVES.
004220 4000-COTEJAR-HISTORICO-EXIT.
004230     EXIT.
004240
004250 4100-LEER-HISTORICO.
004260     READ PARHIST-FILE
004270         AT END
004280             SET VP88-EOF-PARHIST TO TRUE
004290             GO TO 4100-LEER-HISTORICO-EXIT
004300     END-READ.
004310     MOVE FD-PHI-CLAVE TO TM-PAR-CLAVE.
004320     PERFORM 2110-BUSCAR-CLAVE THRU 2110-BUSCAR-CLAVE-EXIT.
004330     IF VP-POS-CLAVE NOT = ZEROS
004340         MOVE FD-PHI-NUEVO TO VP-ULTIMO(VP-POS-CLAVE)
004350     END-IF.
004360 4100-LEER-HISTORICO-EXIT.
004370     EXIT.
004380
004390 4200-LINEA-VALOR.
004400     MOVE VP-NOMBRE(VP-IDX-CLAVE) TO VP-LV-CLAVE.
004410     MOVE VP-VALOR(VP-IDX-CLAVE)  TO VP-LV-VALOR.
004420     MOVE VP-ULTIMO(VP-IDX-CLAVE) TO VP-LV-ANTERIOR.
004430     EVALUATE TRUE
004440         WHEN VP-ULTIMO(VP-IDX-CLAVE) = SPACES
004450             MOVE "PRIMERA ANOTACION" TO VP-LV-OBSERVACION
004460             ADD 1 TO VP-CTR-CAMBIOS
004470         WHEN VP-ULTIMO(VP-IDX-CLAVE) NOT = VP-LV-VALOR
004480             MOVE "CAMBIADO" TO VP-LV-OBSERVACION
004490             ADD 1 TO VP-CTR-CAMBIOS
004500         WHEN OTHER
004510             MOVE SPACES TO VP-LV-OBSERVACION
004520     END-EVALUATE.
004530     WRITE FD-REG-INFORME FROM VP-LINEA-VALOR
004540         BEFORE ADVANCING 1 LINE.
004550 4200-LINEA-VALOR-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    5000-ANOTAR-CAMBIOS - GRABA EN PARHIST UN REGISTRO POR CADA
004600*    CLAVE CUYO VALOR EN VIGOR DIFIERE DEL ULTIMO ANOTADO.
004610******************************************************************
004620 5000-ANOTAR-CAMBIOS.
004630     OPEN EXTEND PARHIST-FILE.
004640     IF VP-FS-PARHIST = "35"
004650         OPEN OUTPUT PARHIST-FILE
004660     END-IF.
004670     IF VP-FS-PARHIST NOT = "00"
004680         DISPLAY "*** ERROR ABRIENDO PARHIST (STATUS="
004690             VP-FS-PARHIST "). ***"
004700         MOVE "TB101E" TO BT-CODIGO
004710         MOVE "ERROR DE APERTURA DE PARHIST" TO BT-TEXTO
004720         PERFORM 9710-GRABAR-BITACORA
004730             THRU 9710-GRABAR-BITACORA-EXIT
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     PERFORM 5100-ANOTAR-CLAVE THRU 5100-ANOTAR-CLAVE-EXIT
004780         VARYING VP-IDX-CLAVE FROM 1 BY 1
004790         UNTIL VP-IDX-CLAVE > VP-NUM-CLAVES.
004800     CLOSE PARHIST-FILE.
004810 5000-ANOTAR-CAMBIOS-EXIT.
004820     EXIT.
004830
004840 5100-ANOTAR-CLAVE.
004850     MOVE VP-VALOR(VP-IDX-CLAVE) TO VP-LV-VALOR.
004860     IF VP-ULTIMO(VP-IDX-CLAVE) = VP-LV-VALOR
004870         GO TO 5100-ANOTAR-CLAVE-EXIT
004880     END-IF.
004890     MOVE SPACES TO FD-REG-PARHIST.
004900     MOVE CI-FECHA-NEGOCIO     TO FD-PHI-FECHA.
004910     MOVE VP-HORA-SISTEMA(1:6) TO FD-PHI-HORA.
004920     MOVE VP-PARM-TRABAJO      TO FD-PHI-TRABAJO.
004930     IF VP-ULTIMO(VP-IDX-CLAVE) = SPACES
004940         SET FD88-PHI-ALTA TO TRUE
004950     ELSE
004960         SET FD88-PHI-CAMBIO TO TRUE
004970     END-IF.
004980     MOVE VP-NOMBRE(VP-IDX-CLAVE) TO FD-PHI-CLAVE.
004990     MOVE VP-ULTIMO(VP-IDX-CLAVE) TO FD-PHI-ANTERIOR.
005000     MOVE VP-LV-VALOR             TO FD-PHI-NUEVO.
005010     WRITE FD-REG-PARHIST.
005011     IF VP-FS-PARHIST NOT = "00"
005012         DISPLAY "*** ERROR GRABANDO PARHIST (STATUS="
005013             VP-FS-PARHIST "). ***"
005014         MOVE "TB101E" TO BT-CODIGO
005015         MOVE "ERROR DE GRABACION DE PARHIST" TO BT-TEXTO
005016         PERFORM 9710-GRABAR-BITACORA
005017             THRU 9710-GRABAR-BITACORA-EXIT
005018         MOVE 16 TO RETURN-CODE
005019         STOP RUN
005020     END-IF.
005021 5100-ANOTAR-CLAVE-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*    8000-ESCRIBIR-MENSAJE / 8100-ANOTAR-ERROR - LINEAS DE
005070*    MENSAJE DEL INFORME; LOS ERRORES SE CUENTAN Y SE REPITEN
005080*    POR CONSOLA.
005090******************************************************************
005100 8000-ESCRIBIR-MENSAJE.
005110     WRITE FD-REG-INFORME FROM VP-LINEA-MENSAJE
005120         BEFORE ADVANCING 1 LINE.
005130 8000-ESCRIBIR-MENSAJE-EXIT.
005140     EXIT.
005150
005160 8100-ANOTAR-ERROR.
005170     ADD 1 TO VP-CTR-ERRORES.
005180     DISPLAY VP-LINEA-MENSAJE.
005190     PERFORM 8000-ESCRIBIR-MENSAJE
005200         THRU 8000-ESCRIBIR-MENSAJE-EXIT.
005210 8100-ANOTAR-ERROR-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*    9000-FINALIZAR - CONCLUSION, CIERRE Y CODIGO DE RETORNO:
005260*    8 SI EL PARAMS ES INCOHERENTE (RETIENE EL TRABAJO), 0 SI
005270*    ES CORRECTO.
005280******************************************************************
005290 9000-FINALIZAR.
005300     WRITE FD-REG-INFORME FROM VP-LINEA-BLANCO
005310         BEFORE ADVANCING 1 LINE.
005320     IF VP-CTR-ERRORES = ZEROS
005330         IF VP-CTR-CAMBIOS = ZEROS
005340             MOVE "  PARAMS CORRECTO Y SIN CAMBIOS."
005350                 TO VP-LINEA-MENSAJE
005360         ELSE
005370             MOVE "  PARAMS CORRECTO, CAMBIOS EN PARHIST."
005380                 TO VP-LINEA-MENSAJE
005390         END-IF
005400         MOVE 0 TO RETURN-CODE
005410     ELSE
005420         MOVE "  *** PARAMS INCOHERENTE: TRABAJO RETENIDO. ***"
005430             TO VP-LINEA-MENSAJE
005440         MOVE "TB102E" TO BT-CODIGO
005450         MOVE "PARAMS INCOHERENTE: TRABAJO RETENIDO" TO BT-TEXTO
005460         PERFORM 9710-GRABAR-BITACORA
005470             THRU 9710-GRABAR-BITACORA-EXIT
005480         MOVE 8 TO RETURN-CODE
005490     END-IF.
005500     PERFORM 8000-ESCRIBIR-MENSAJE
005510         THRU 8000-ESCRIBIR-MENSAJE-EXIT.
005520     CLOSE INFORME-FILE.
005530     MOVE VP-CTR-ERRORES  TO VP-BR-ERRORES.
005540     MOVE VP-CTR-CAMBIOS  TO VP-BR-CAMBIOS.
005550     MOVE VP-PARM-TRABAJO TO VP-BR-TRABAJO.
005560     MOVE "TB301I"       TO BT-CODIGO.
005570     MOVE VP-BIT-RESUMEN TO BT-TEXTO.
005580     PERFORM 9710-GRABAR-BITACORA
005590         THRU 9710-GRABAR-BITACORA-EXIT.
005600     MOVE RETURN-CODE TO BT-FIN-RETORNO.
005610     MOVE "TB002I" TO BT-CODIGO.
005620     MOVE BT-TEXTO-FIN TO BT-TEXTO.
005630     PERFORM 9710-GRABAR-BITACORA
005640         THRU 9710-GRABAR-BITACORA-EXIT.
005650     PERFORM 9720-CERRAR-BITACORA
005660         THRU 9720-CERRAR-BITACORA-EXIT.
005670 9000-FINALIZAR-EXIT.
005680     EXIT.
005690
005691******************************************************************
005692*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
005693*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
005694******************************************************************
005695     COPY TMCICPRC.
005696
005700******************************************************************
005710*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
005720*    BITACORA CENTRAL DE EXPLOTACION.
005730******************************************************************
005740     COPY TMBITPRC.
005750
005760 END PROGRAM TABVALPA.
