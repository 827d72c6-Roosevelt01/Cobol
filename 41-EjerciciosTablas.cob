000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABEJERC.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : HOJAS DE EJERCICIOS Y DE SOLUCIONES PARA LAS
000090*                  AREAS DE FORMACION, IMPRESAS DESDE EL MAESTRO
000100*                  INDEXADO TABMAEST. CADA PETICION DE EJERPET
000110*                  PIDE UN NUMERO, UNA OPERACION, UN TRAMO DE
000120*                  MULTIPLICADORES Y UN NUMERO DE EJERCICIOS,
000130*                  EN ORDEN O BARAJADOS CON UNA SEMILLA (LA MISMA
000140*                  SEMILLA REPITE SIEMPRE LA MISMA HOJA). SI
000150*                  TODAS LAS TERNAS DEL TRAMO ESTAN EN EL
000160*                  MAESTRO SE IMPRIME EN EJERHOJA LA HOJA
000170*                  NUMERADA CON EL RESULTADO EN BLANCO Y EN
000180*                  EJERSOLU SU HOJA DE SOLUCIONES, CON EL MISMO
000190*                  IDENTIFICADOR DE HOJA. SI FALTA ALGUNA, LA
000200*                  PETICION SE GRABA EN FORMATO NUMEROS EN EL
000210*                  FICHERO DE FALTANTES PARA EL CAP41 DE LA
000220*                  NOCHE SIGUIENTE, COMO EN TABSIRVE. CADA
000230*                  PETICION SE ANOTA EN CONSUMO Y EN SEGPET.
000240*----------------------------------------------------------------*
000250*    HISTORIAL DE MODIFICACIONES                                 *
000260*    FECHA       INIC.  DESCRIPCION
000270*    ----------  -----  ----------------------------------------
000280*    15/10/2026  JLR    VERSION ORIGINAL.
000290******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EJERPET-FILE ASSIGN TO "EJERPET"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS EJ-FS-EJERPET.
000370
000380     SELECT MAESTRO-FILE ASSIGN TO "TABMAEST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS FD-MAE-CLAVE
000420         FILE STATUS IS EJ-FS-MAESTRO.
000430
000440     SELECT HOJA-FILE ASSIGN TO "EJERHOJA"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS EJ-FS-HOJA.
000470
000480     SELECT SOLUCION-FILE ASSIGN TO "EJERSOLU"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS EJ-FS-SOLUCION.
000510
000520     SELECT FALTANTE-FILE ASSIGN TO "FALTANTE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS EJ-FS-FALTANTE.
000550
000560     SELECT INFORME-FILE ASSIGN TO "INFEJER"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS EJ-FS-INFORME.
000590
000600     SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS TM-FS-PARAMS.
000630
000640     SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS EJ-FS-CONSUMO.
000670
000680     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS FD-SEG-CLAVE
000720         FILE STATUS IS SG-FS-SEGUIMIENTO.
000730
000740     SELECT CICLO-FILE ASSIGN TO "CICLO"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CI-FS-CICLO.
000770
000780     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS BT-FS-BITACORA.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840******************************************************************
000850*    PETICIONES DE HOJAS DE EJERCICIOS. LAS POSICIONES 1-11 SON
000860*    LAS DE NUMEROS (NUMERO, ULTIMO MULTIPLICADOR DEL TRAMO COMO
000870*    TAMANO, OPERACION Y AREA); DESPUES, PRIMER MULTIPLICADOR
000880*    (BLANCO ES 1), NUMERO DE EJERCICIOS (BLANCO ES TODO EL
000890*    TRAMO), ORDEN ('O' O BLANCO EN ORDEN, 'A' BARAJADO) Y
000900*    SEMILLA DEL BARAJADO (BLANCO ES 1). '*' EN COLUMNA 1 PARA
000910*    COMENTARIOS.
000920******************************************************************
000930 FD  EJERPET-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  FD-REG-EJERPET.
000970     05  FD-EJP-NUMERO           PIC X(03).
000980     05  FD-EJP-HASTA            PIC X(03).
000990     05  FD-EJP-OPERACION        PIC X(01).
001000     05  FD-EJP-AREA             PIC X(04).
001010     05  FD-EJP-DESDE            PIC X(03).
001020     05  FD-EJP-EJERCICIOS       PIC X(03).
001030     05  FD-EJP-ORDEN            PIC X(01).
001040         88  FD88-EJP-EN-ORDEN       VALUE "O" " ".
001050         88  FD88-EJP-BARAJADO       VALUE "A".
001060     05  FD-EJP-SEMILLA          PIC X(05).
001070     05  FILLER                  PIC X(57).
001080
001090******************************************************************
001100*    MAESTRO INDEXADO PERMANENTE DE TERNAS CALCULADAS (SOLO
001110*    LECTURA).
001120******************************************************************
001130 FD  MAESTRO-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160     COPY TMMAEREG.
001170
001180******************************************************************
001190*    HOJAS DE EJERCICIOS, CON EL RESULTADO EN BLANCO.
001200******************************************************************
001210 FD  HOJA-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  FD-REG-HOJA                 PIC X(80).
001250
001260******************************************************************
001270*    HOJAS DE SOLUCIONES, UNA POR HOJA DE EJERCICIOS.
001280******************************************************************
001290 FD  SOLUCION-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  FD-REG-SOLUCION             PIC X(80).
001330
001340******************************************************************
001350*    PETICIONES NO IMPRIMIBLES, EN FORMATO NUMEROS, PARA EL
001360*    CAP41 DE LA NOCHE SIGUIENTE.
001370******************************************************************
001380 FD  FALTANTE-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  FD-REG-FALTANTE.
001420     05  FD-FAL-NUMERO           PIC 9(03).
001430     05  FD-FAL-TAMANO           PIC 9(03).
001440     05  FD-FAL-OPERACION        PIC X(01).
001450     05  FD-FAL-AREA             PIC X(04).
001460     05  FILLER                  PIC X(69).
001470
001480******************************************************************
001490*    INFORME DE CONTROL DE LA IMPRESION.
001500******************************************************************
001510 FD  INFORME-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  FD-REG-INFORME              PIC X(80).
001550
001560******************************************************************
001570*    FICHERO DE CONTROL CON LOS PARAMETROS DE EXPLOTACION, EN
001580*    FORMATO CLAVE=VALOR (VER TMPARAMS).
001590******************************************************************
001600 FD  PARAMS-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 80 CHARACTERS.
001630 01  FD-REG-PARAMS                   PIC X(80).
001640
001650******************************************************************
001660*    HISTORICO DE CONSUMO POR AREA PETICIONARIA (VER TMCSMREG).
001670******************************************************************
001680 FD  CONSUMO-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 80 CHARACTERS.
001710     COPY TMCSMREG.
001720
001730******************************************************************
001740*    SEGUIMIENTO DE PETICIONES POR AREA (VER TMSEGREG).
001750******************************************************************
001760 FD  SEGPET-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 80 CHARACTERS.
001790     COPY TMSEGREG.
001800
001810******************************************************************
001820*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001830******************************************************************
001840 FD  CICLO-FILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 80 CHARACTERS.
001870     COPY TMCICREG.
001880
001890******************************************************************
001900*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001910******************************************************************
001920 FD  BITACORA-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 80 CHARACTERS.
001950     COPY TMBITREG.
001960
001970 WORKING-STORAGE SECTION.
001980     COPY TMPARAMS.
001990     COPY TMBITWS.
002000     COPY TMCICWS.
002010     COPY TMSEGWS.
002020
002030 01  EJ-SW-EOF-EJERPET           PIC X(01) VALUE "N".
002040         88  EJ88-EOF-EJERPET        VALUE "S".
002050
002060 01  EJ-SW-COMPLETA              PIC X(01) VALUE "N".
002070         88  EJ88-TRAMO-COMPLETO     VALUE "S".
002080         88  EJ88-TRAMO-INCOMPLETO   VALUE "N".
002090
002100 01  EJ-SW-MAESTRO               PIC X(01) VALUE "N".
002110         88  EJ88-MAESTRO-DISPONIBLE VALUE "S".
002120         88  EJ88-SIN-MAESTRO        VALUE "N".
002130
002140 01  EJ-FS-EJERPET               PIC X(02) VALUE SPACES.
002150 01  EJ-FS-MAESTRO               PIC X(02) VALUE SPACES.
002160 01  EJ-FS-HOJA                  PIC X(02) VALUE SPACES.
002170 01  EJ-FS-SOLUCION              PIC X(02) VALUE SPACES.
002180 01  EJ-FS-FALTANTE              PIC X(02) VALUE SPACES.
002190 01  EJ-FS-INFORME               PIC X(02) VALUE SPACES.
002200 01  EJ-FS-CONSUMO               PIC X(02) VALUE SPACES.
002210
002220 77  EJ-CTR-LEIDAS               PIC 9(07) VALUE ZEROS COMP.
002230 77  EJ-CTR-HOJAS                PIC 9(07) VALUE ZEROS COMP.
002240 77  EJ-CTR-EJERCICIOS           PIC 9(07) VALUE ZEROS COMP.
002250 77  EJ-CTR-FALTANTES            PIC 9(07) VALUE ZEROS COMP.
002260 77  EJ-CTR-INVALIDAS            PIC 9(07) VALUE ZEROS COMP.
002270 77  EJ-MULT                     PIC 9(03) VALUE ZEROS COMP.
002280
002290******************************************************************
002300*    PETICION EN CURSO, YA CON LOS VALORES POR DEFECTO.
002310******************************************************************
002320 01  EJ-NUMERO                   PIC 9(03) VALUE ZEROS.
002330 01  EJ-DESDE                    PIC 9(03) VALUE ZEROS.
002340 01  EJ-HASTA                    PIC 9(03) VALUE ZEROS.
002350 01  EJ-OPERACION                PIC X(01) VALUE "M".
002360 01  EJ-AREA                     PIC X(04) VALUE SPACES.
002370 01  EJ-EJERCICIOS               PIC 9(03) VALUE ZEROS.
002380 01  EJ-SEMILLA                  PIC 9(05) VALUE ZEROS.
002390 01  EJ-MOTIVO                   PIC X(40) VALUE SPACES.
002400 01  EJ-SIGNO                    PIC X(03) VALUE " * ".
002410 01  EJ-NOMBRE-OPER              PIC X(11) VALUE SPACES.
002420 01  EJ-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
002430 01  EJ-EVENTO-CONSUMO           PIC X(01) VALUE SPACE.
002440
002450******************************************************************
002460*    IDENTIFICADOR DE HOJA: FECHA DE NEGOCIO, HORA DE LA
002470*    EJECUCION Y NUMERO DE HOJA DENTRO DE ELLA, UNICO AUNQUE
002480*    HAYA VARIAS EJECUCIONES EN EL MISMO CICLO. LO LLEVAN LA
002490*    HOJA DE EJERCICIOS Y SU HOJA DE SOLUCIONES.
002500******************************************************************
002510 01  EJ-HOJA-ID.
002520     05  EJ-HI-FECHA             PIC 9(08).
002530     05  FILLER                  PIC X(01) VALUE "-".
002540     05  EJ-HI-HORA              PIC 9(06).
002550     05  FILLER                  PIC X(01) VALUE "-".
002560     05  EJ-HI-SECUENCIA         PIC 9(04).
002570
002580******************************************************************
002590*    TERNAS DEL TRAMO PEDIDO, LEIDAS DEL MAESTRO EN ORDEN DE
002600*    MULTIPLICADOR Y BARAJADAS AQUI SI SE PIDE.
002610******************************************************************
002620 01  EJ-FILAS.
002630     05  EJ-FILA OCCURS 999.
002640         10  EJ-FIL-MULT         PIC 9(03).
002650         10  EJ-FIL-RESULTADO    PIC 9(05).
002660 01  EJ-FILA-AUX.
002670     05  EJ-AUX-MULT             PIC 9(03).
002680     05  EJ-AUX-RESULTADO        PIC 9(05).
002690 77  EJ-CUENTA-FILAS             PIC 9(04) VALUE ZEROS COMP.
002700 77  EJ-IDX                      PIC 9(04) VALUE ZEROS COMP.
002710 77  EJ-IDX-CAMBIO               PIC 9(04) VALUE ZEROS COMP.
002720
002730******************************************************************
002740*    GENERADOR CONGRUENCIAL DEL BARAJADO (MULTIPLICADOR 16807,
002750*    MODULO 2147483647): LA MISMA SEMILLA DA SIEMPRE LA MISMA
002760*    SECUENCIA Y, POR TANTO, LA MISMA HOJA.
002770******************************************************************
002780 01  EJ-ALEATORIO                PIC 9(10) VALUE ZEROS COMP.
002790 01  EJ-PRODUCTO                 PIC 9(15) VALUE ZEROS COMP.
002800 01  EJ-COCIENTE                 PIC 9(15) VALUE ZEROS COMP.
002810
002820 01  EJ-BIT-FALTANTE.
002830     05  FILLER                  PIC X(19) VALUE
002840         "HOJA NO IMPRESA: N ".
002850     05  EJ-BF-NUMERO            PIC 9(03).
002860     05  FILLER                  PIC X(04) VALUE " OP ".
002870     05  EJ-BF-OPERACION         PIC X(01).
002880     05  FILLER                  PIC X(07) VALUE " TRAMO ".
002890     05  EJ-BF-DESDE             PIC 9(03).
002900     05  FILLER                  PIC X(01) VALUE "-".
002910     05  EJ-BF-HASTA             PIC 9(03).
002920     05  FILLER                  PIC X(09) VALUE SPACES.
002930
002940 01  EJ-BIT-INVALIDA.
002950     05  FILLER                  PIC X(18) VALUE
002960         "PETICION INVALIDA ".
002970     05  EJ-BI-PETICION          PIC X(23).
002980     05  FILLER                  PIC X(09) VALUE SPACES.
002990
003000 01  EJ-BIT-RESUMEN.
003010     05  FILLER                  PIC X(07) VALUE "LEIDAS ".
003020     05  EJ-BR-LEIDAS            PIC 9(05).
003030     05  FILLER                  PIC X(07) VALUE " HOJAS ".
003040     05  EJ-BR-HOJAS             PIC 9(05).
003050     05  FILLER                  PIC X(11) VALUE " FALTANTES ".
003060     05  EJ-BR-FALTANTES         PIC 9(05).
003070     05  FILLER                  PIC X(10) VALUE SPACES.
003080
003090******************************************************************
003100*    CABECERA COMUN DE LA HOJA DE EJERCICIOS Y DE LA DE
003110*    SOLUCIONES.
003120******************************************************************
003130 01  EJ-LINEA-TITULO.
003140     05  EJ-LT-TITULO            PIC X(22).
003150     05  FILLER                  PIC X(16) VALUE SPACES.
003160     05  FILLER                  PIC X(06) VALUE "HOJA: ".
003170     05  EJ-LT-HOJA              PIC X(20).
003180     05  FILLER                  PIC X(08) VALUE "  AREA: ".
003190     05  EJ-LT-AREA              PIC X(04).
003200     05  FILLER                  PIC X(04) VALUE SPACES.
003210
003220 01  EJ-LINEA-TABLA.
003230     05  FILLER                  PIC X(10) VALUE "TABLA DEL ".
003240     05  EJ-LTB-NUMERO           PIC ZZ9.
003250     05  FILLER                  PIC X(03) VALUE " - ".
003260     05  EJ-LTB-OPERACION        PIC X(11).
003270     05  FILLER                  PIC X(18)
003280         VALUE "  MULTIPLICADORES ".
003290     05  EJ-LTB-DESDE            PIC ZZ9.
003300     05  FILLER                  PIC X(03) VALUE " A ".
003310     05  EJ-LTB-HASTA            PIC ZZ9.
003320     05  FILLER                  PIC X(26) VALUE SPACES.
003330
003340 01  EJ-LINEA-ORDEN.
003350     05  FILLER                  PIC X(07) VALUE "ORDEN: ".
003360     05  EJ-LO-ORDEN             PIC X(09).
003370     05  EJ-LO-TEXTO-SEMILLA     PIC X(10).
003380     05  EJ-LO-SEMILLA           PIC X(05).
003390     05  EJ-LO-CIERRE            PIC X(01).
003400     05  FILLER                  PIC X(14)
003410         VALUE "   EJERCICIOS ".
003420     05  EJ-LO-EJERCICIOS        PIC ZZ9.
003430     05  FILLER                  PIC X(31) VALUE SPACES.
003440
003450 01  EJ-LINEA-NOMBRE.
003460     05  FILLER                  PIC X(41) VALUE
003470         "NOMBRE: ________________________________ ".
003480     05  FILLER                  PIC X(19) VALUE
003490         "  FECHA: __________".
003500     05  FILLER                  PIC X(20) VALUE SPACES.
003510
003520 01  EJ-LINEA-EJERCICIO.
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  EJ-LE-ORDEN             PIC ZZ9.
003550     05  FILLER                  PIC X(03) VALUE ")  ".
003560     05  EJ-LE-NUMERO            PIC ZZ9.
003570     05  EJ-LE-SIGNO             PIC X(03).
003580     05  EJ-LE-MULT              PIC ZZ9.
003590     05  FILLER                  PIC X(03) VALUE " = ".
003600     05  EJ-LE-RESPUESTA         PIC X(08) VALUE "________".
003610     05  FILLER                  PIC X(52) VALUE SPACES.
003620
003630 01  EJ-LINEA-SOLUCION.
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  EJ-LS-ORDEN             PIC ZZ9.
003660     05  FILLER                  PIC X(03) VALUE ")  ".
003670     05  EJ-LS-NUMERO            PIC ZZ9.
003680     05  EJ-LS-SIGNO             PIC X(03).
003690     05  EJ-LS-MULT              PIC ZZ9.
003700     05  FILLER                  PIC X(03) VALUE " = ".
003710     05  EJ-LS-RESULTADO         PIC ZZZZ9.
003720     05  FILLER                  PIC X(55) VALUE SPACES.
003730
003740 01  EJ-LINEA-SEPARADOR          PIC X(80) VALUE ALL "-".
003750 01  EJ-LINEA-BLANCO             PIC X(80) VALUE SPACES.
003760
003770******************************************************************
003780*    INFORME DE CONTROL.
003790******************************************************************
003800 01  EJ-LINEA-INF-TITULO.
003810     05  FILLER                  PIC X(39) VALUE
003820         "HOJAS DE EJERCICIOS DESDE TABMAEST -  ".
003830     05  FILLER                  PIC X(07) VALUE "FECHA: ".
003840     05  EJ-LIT-FECHA            PIC 9(08).
003850     05  FILLER                  PIC X(26) VALUE SPACES.
003860
003870 01  EJ-LINEA-INF-DETALLE.
003880     05  FILLER                  PIC X(07) VALUE "NUMERO ".
003890     05  EJ-LID-NUMERO           PIC X(03).
003900     05  FILLER                  PIC X(04) VALUE " OP ".
003910     05  EJ-LID-OPERACION        PIC X(01).
003920     05  FILLER                  PIC X(07) VALUE " TRAMO ".
003930     05  EJ-LID-DESDE            PIC X(03).
003940     05  FILLER                  PIC X(01) VALUE "-".
003950     05  EJ-LID-HASTA            PIC X(03).
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970     05  EJ-LID-ESTADO           PIC X(09).
003980     05  EJ-LID-TEXTO            PIC X(40).
003990
004000 01  EJ-LINEA-RESUMEN.
004010     05  EJ-LR-ETIQUETA          PIC X(26).
004020     05  EJ-LR-CUENTA            PIC ZZZZZZ9.
004030     05  FILLER                  PIC X(47) VALUE SPACES.
004040
004050 PROCEDURE DIVISION.
004060******************************************************************
004070*    0000-MAINLINE - CONTROL PRINCIPAL DE LA IMPRESION.
004080******************************************************************
004090 0000-MAINLINE.
004100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004110     PERFORM 2000-TRATAR-PETICION
004120         THRU 2000-TRATAR-PETICION-EXIT
004130         UNTIL EJ88-EOF-EJERPET.
004140     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
004150     STOP RUN.
004160
004170******************************************************************
004180*    1000-INICIALIZAR - LEE LOS PARAMETROS Y LA FECHA DE NEGOCIO
004190*    Y ABRE LOS FICHEROS. SIN MAESTRO DISPONIBLE SE AVISA Y
004200*    TODAS LAS PETICIONES PASAN A FALTANTES.
004210******************************************************************
004220 1000-INICIALIZAR.
004230     PERFORM 9700-ABRIR-BITACORA
004240         THRU 9700-ABRIR-BITACORA-EXIT.
004250     MOVE "TABEJERC" TO BT-PROGRAMA.
004260     MOVE "TB001I" TO BT-CODIGO.
004270     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
004280     PERFORM 9710-GRABAR-BITACORA
004290         THRU 9710-GRABAR-BITACORA-EXIT.
004300     PERFORM 1300-LEER-PARAMETROS
004310         THRU 1300-LEER-PARAMETROS-EXIT.
004320     OPEN INPUT EJERPET-FILE.
004330     IF EJ-FS-EJERPET NOT = "00"
004340         DISPLAY "*** ERROR ABRIENDO EJERPET (STATUS="
004350             EJ-FS-EJERPET "). ***"
004360         MOVE "TB101E" TO BT-CODIGO
004370         MOVE "ERROR DE APERTURA DE EJERPET" TO BT-TEXTO
004380         PERFORM 9710-GRABAR-BITACORA
004390             THRU 9710-GRABAR-BITACORA-EXIT
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430     OPEN INPUT MAESTRO-FILE.
004440     IF EJ-FS-MAESTRO = "00"
004450         SET EJ88-MAESTRO-DISPONIBLE TO TRUE
004460     ELSE
004470         SET EJ88-SIN-MAESTRO TO TRUE
004480         DISPLAY "*** MAESTRO TABMAEST NO DISPONIBLE (STATUS="
004490             EJ-FS-MAESTRO "). TODAS LAS PETICIONES PASAN A "
004500             "FALTANTES. ***"
004510     END-IF.
004520     OPEN OUTPUT HOJA-FILE.
004530     IF EJ-FS-HOJA NOT = "00"
004540         DISPLAY "*** ERROR ABRIENDO EJERHOJA (STATUS="
004550             EJ-FS-HOJA "). ***"
004560         MOVE "TB101E" TO BT-CODIGO
004570         MOVE "ERROR DE APERTURA DE EJERHOJA" TO BT-TEXTO
004580         PERFORM 9710-GRABAR-BITACORA
004590             THRU 9710-GRABAR-BITACORA-EXIT
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     OPEN OUTPUT SOLUCION-FILE.
004640     IF EJ-FS-SOLUCION NOT = "00"
004650         DISPLAY "*** ERROR ABRIENDO EJERSOLU (STATUS="
004660             EJ-FS-SOLUCION "). ***"
004670         MOVE "TB101E" TO BT-CODIGO
004680         MOVE "ERROR DE APERTURA DE EJERSOLU" TO BT-TEXTO
004690         PERFORM 9710-GRABAR-BITACORA
004700             THRU 9710-GRABAR-BITACORA-EXIT
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     OPEN OUTPUT FALTANTE-FILE.
004750     IF EJ-FS-FALTANTE NOT = "00"
004760         DISPLAY "*** ERROR ABRIENDO FALTANTE (STATUS="
004770             EJ-FS-FALTANTE "). ***"
004780         MOVE "TB101E" TO BT-CODIGO
004790         MOVE "ERROR DE APERTURA DE FALTANTE" TO BT-TEXTO
004800         PERFORM 9710-GRABAR-BITACORA
004810             THRU 9710-GRABAR-BITACORA-EXIT
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     OPEN OUTPUT INFORME-FILE.
004860     IF EJ-FS-INFORME NOT = "00"
004870         DISPLAY "*** ERROR ABRIENDO INFEJER (STATUS="
004880             EJ-FS-INFORME "). ***"
004890         MOVE "TB101E" TO BT-CODIGO
004900         MOVE "ERROR DE APERTURA DE INFEJER" TO BT-TEXTO
004910         PERFORM 9710-GRABAR-BITACORA
004920             THRU 9710-GRABAR-BITACORA-EXIT
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960     OPEN EXTEND CONSUMO-FILE.
004970     IF EJ-FS-CONSUMO = "35"
004980         OPEN OUTPUT CONSUMO-FILE
004990     END-IF.
005000     IF EJ-FS-CONSUMO NOT = "00"
005010         DISPLAY "*** ERROR ABRIENDO CONSUMO (STATUS="
005020             EJ-FS-CONSUMO "). ***"
005030         MOVE "TB101E" TO BT-CODIGO
005040         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
005050         PERFORM 9710-GRABAR-BITACORA
005060             THRU 9710-GRABAR-BITACORA-EXIT
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     PERFORM 9600-FECHA-NEGOCIO
005110         THRU 9600-FECHA-NEGOCIO-EXIT.
005120     ACCEPT EJ-HORA-SISTEMA FROM TIME.
005130     PERFORM 9500-ABRIR-SEGUIMIENTO
005140         THRU 9500-ABRIR-SEGUIMIENTO-EXIT.
005150     MOVE "TABEJERC" TO SG-PROGRAMA.
005160     MOVE "D"        TO SG-ORIGEN.
005170     MOVE CI-FECHA-NEGOCIO TO EJ-HI-FECHA.
005180     MOVE EJ-HORA-SISTEMA(1:6) TO EJ-HI-HORA.
005190     MOVE CI-FECHA-NEGOCIO TO EJ-LIT-FECHA.
005200     WRITE FD-REG-INFORME FROM EJ-LINEA-INF-TITULO
005210         BEFORE ADVANCING 1 LINE.
005220 1000-INICIALIZAR-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    1300-LEER-PARAMETROS (Y AUXILIARES) - LECTURA Y VALIDACION
005270*    DEL FICHERO DE CONTROL PARAMS, COMUNES DEL SUBSISTEMA.
005280******************************************************************
005290     COPY TMPARPRC.
005300
005310******************************************************************
005320*    2000-TRATAR-PETICION - LEE UNA PETICION, LA VALIDA Y
005330*    COMPRUEBA EN EL MAESTRO SI ESTA TODO SU TRAMO. COMPLETO SE
005340*    IMPRIME; INCOMPLETO PASA A FALTANTES.
005350******************************************************************
005360 2000-TRATAR-PETICION.
005370     READ EJERPET-FILE
005380         AT END
005390             SET EJ88-EOF-EJERPET TO TRUE
005400             GO TO 2000-TRATAR-PETICION-EXIT
005410     END-READ.
005420     IF FD-REG-EJERPET = SPACES
005430         OR FD-REG-EJERPET(1:1) = "*"
005440         GO TO 2000-TRATAR-PETICION-EXIT
005450     END-IF.
005460     ADD 1 TO EJ-CTR-LEIDAS.
005470     MOVE FD-EJP-NUMERO     TO EJ-LID-NUMERO.
005480     MOVE FD-EJP-OPERACION  TO EJ-LID-OPERACION.
005490     MOVE FD-EJP-DESDE      TO EJ-LID-DESDE.
005500     MOVE FD-EJP-HASTA      TO EJ-LID-HASTA.
005510     PERFORM 2100-VALIDAR-PETICION
005520         THRU 2100-VALIDAR-PETICION-EXIT.
005530     IF EJ-MOTIVO NOT = SPACES
005540         PERFORM 2900-RECHAZAR-PETICION
005550             THRU 2900-RECHAZAR-PETICION-EXIT
005560         GO TO 2000-TRATAR-PETICION-EXIT
005570     END-IF.
005580     MOVE EJ-OPERACION TO EJ-LID-OPERACION.
005590     MOVE EJ-DESDE     TO EJ-LID-DESDE.
005600     MOVE EJ-HASTA     TO EJ-LID-HASTA.
005610     SET EJ88-TRAMO-INCOMPLETO TO TRUE.
005620     IF EJ88-MAESTRO-DISPONIBLE
005630         PERFORM 2200-CARGAR-TRAMO THRU 2200-CARGAR-TRAMO-EXIT
005640     END-IF.
005650     IF EJ88-TRAMO-COMPLETO
005660         PERFORM 3000-IMPRIMIR-HOJA THRU 3000-IMPRIMIR-HOJA-EXIT
005670     ELSE
005680         PERFORM 2300-GRABAR-FALTANTE
005690             THRU 2300-GRABAR-FALTANTE-EXIT
005700     END-IF.
005710 2000-TRATAR-PETICION-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    2100-VALIDAR-PETICION - COMPRUEBA EL FORMATO Y LOS RANGOS
005760*    DE PARAMS, APLICA LOS VALORES POR DEFECTO Y DEJA EN
005770*    EJ-MOTIVO LA CAUSA DEL RECHAZO (ESPACIOS SI ES VALIDA).
005780******************************************************************
005790 2100-VALIDAR-PETICION.
005800     MOVE SPACES TO EJ-MOTIVO.
005810     IF FD-EJP-NUMERO IS NOT NUMERIC
005820         OR (FD-EJP-HASTA NOT = SPACES
005830             AND FD-EJP-HASTA IS NOT NUMERIC)
005840         OR (FD-EJP-DESDE NOT = SPACES
005850             AND FD-EJP-DESDE IS NOT NUMERIC)
005860         OR (FD-EJP-EJERCICIOS NOT = SPACES
005870             AND FD-EJP-EJERCICIOS IS NOT NUMERIC)
005880         OR (FD-EJP-SEMILLA NOT = SPACES
005890             AND FD-EJP-SEMILLA IS NOT NUMERIC)
005900         MOVE "FORMATO INVALIDO" TO EJ-MOTIVO
005910         GO TO 2100-VALIDAR-PETICION-EXIT
005920     END-IF.
005930     MOVE FD-EJP-NUMERO TO EJ-NUMERO.
005940     MOVE ZEROS TO EJ-HASTA EJ-DESDE EJ-EJERCICIOS EJ-SEMILLA.
005950     IF FD-EJP-HASTA NOT = SPACES
005960         MOVE FD-EJP-HASTA TO EJ-HASTA
005970     END-IF.
005980     IF EJ-HASTA = ZEROS
005990         MOVE TM-PAR-TAMANO-DEFECTO TO EJ-HASTA
006000     END-IF.
006010     IF FD-EJP-DESDE NOT = SPACES
006020         MOVE FD-EJP-DESDE TO EJ-DESDE
006030     END-IF.
006040     IF EJ-DESDE = ZEROS
006050         MOVE 1 TO EJ-DESDE
006060     END-IF.
006070     IF FD-EJP-OPERACION = SPACE
006080         MOVE "M" TO EJ-OPERACION
006090     ELSE
006100         MOVE FD-EJP-OPERACION TO EJ-OPERACION
006110     END-IF.
006120     MOVE FD-EJP-AREA TO EJ-AREA.
006130     IF EJ-NUMERO < TM-PAR-NUMERO-MIN
006140         OR EJ-NUMERO > TM-PAR-NUMERO-MAX
006150         MOVE "NUMERO FUERA DE RANGO" TO EJ-MOTIVO
006160         GO TO 2100-VALIDAR-PETICION-EXIT
006170     END-IF.
006180     IF EJ-HASTA < TM-PAR-TAMANO-MIN
006190         OR EJ-HASTA > TM-PAR-TAMANO-MAX
006200         OR EJ-DESDE > EJ-HASTA
006210         MOVE "TRAMO DE MULTIPLICADORES INVALIDO" TO EJ-MOTIVO
006220         GO TO 2100-VALIDAR-PETICION-EXIT
006230     END-IF.
006240     EVALUATE EJ-OPERACION
006250         WHEN "M"
006260             MOVE " * "         TO EJ-SIGNO
006270             MOVE "MULTIPLICAR" TO EJ-NOMBRE-OPER
006280         WHEN "S"
006290             MOVE " + "         TO EJ-SIGNO
006300             MOVE "SUMAR"       TO EJ-NOMBRE-OPER
006310         WHEN "R"
006320             MOVE " - "         TO EJ-SIGNO
006330             MOVE "RESTAR"      TO EJ-NOMBRE-OPER
006340         WHEN OTHER
006350             MOVE "OPERACION INVALIDA" TO EJ-MOTIVO
006360             GO TO 2100-VALIDAR-PETICION-EXIT
006370     END-EVALUATE.
006380     IF EJ-OPERACION = "R"
006390         AND EJ-HASTA > EJ-NUMERO
006400         MOVE "TAMANO MAYOR QUE EL NUMERO EN RESTA"
006410             TO EJ-MOTIVO
006420         GO TO 2100-VALIDAR-PETICION-EXIT
006430     END-IF.
006440     IF NOT FD88-EJP-EN-ORDEN AND NOT FD88-EJP-BARAJADO
006450         MOVE "ORDEN INVALIDO (O/A)" TO EJ-MOTIVO
006460         GO TO 2100-VALIDAR-PETICION-EXIT
006470     END-IF.
006480     COMPUTE EJ-CUENTA-FILAS = EJ-HASTA - EJ-DESDE + 1.
006490     IF FD-EJP-EJERCICIOS NOT = SPACES
006500         MOVE FD-EJP-EJERCICIOS TO EJ-EJERCICIOS
006510     END-IF.
006520     IF EJ-EJERCICIOS = ZEROS
006530         OR EJ-EJERCICIOS > EJ-CUENTA-FILAS
006540         MOVE EJ-CUENTA-FILAS TO EJ-EJERCICIOS
006550     END-IF.
006560     IF FD-EJP-SEMILLA NOT = SPACES
006570         MOVE FD-EJP-SEMILLA TO EJ-SEMILLA
006580     END-IF.
006590     IF EJ-SEMILLA = ZEROS
006600         MOVE 1 TO EJ-SEMILLA
006610     END-IF.
006620 2100-VALIDAR-PETICION-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*    2200-CARGAR-TRAMO - LEE DEL MAESTRO LAS TERNAS DEL TRAMO
006670*    DESDE..HASTA. SI FALTA ALGUNA EL TRAMO QUEDA INCOMPLETO.
006680******************************************************************
006690 2200-CARGAR-TRAMO.
006700     SET EJ88-TRAMO-COMPLETO TO TRUE.
006710     MOVE ZEROS TO EJ-IDX.
006720     PERFORM 2210-CARGAR-UNA-TERNA
006730         THRU 2210-CARGAR-UNA-TERNA-EXIT
006740         VARYING EJ-MULT FROM EJ-DESDE BY 1
006750         UNTIL EJ-MULT > EJ-HASTA OR EJ88-TRAMO-INCOMPLETO.
006760 2200-CARGAR-TRAMO-EXIT.
006770     EXIT.
006780
006790 2210-CARGAR-UNA-TERNA.
006800     MOVE EJ-NUMERO    TO FD-MAE-NUMERO.
006810     MOVE EJ-MULT      TO FD-MAE-MULTIPLICADOR.
006820     MOVE EJ-OPERACION TO FD-MAE-OPERACION.
006830     READ MAESTRO-FILE.
006840     IF EJ-FS-MAESTRO NOT = "00"
006850         SET EJ88-TRAMO-INCOMPLETO TO TRUE
006860         GO TO 2210-CARGAR-UNA-TERNA-EXIT
006870     END-IF.
006880     ADD 1 TO EJ-IDX.
006890     MOVE FD-MAE-MULTIPLICADOR TO EJ-FIL-MULT(EJ-IDX).
006900     MOVE FD-MAE-RESULTADO     TO EJ-FIL-RESULTADO(EJ-IDX).
006910 2210-CARGAR-UNA-TERNA-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*    2300-GRABAR-FALTANTE - GRABA LA PETICION NO IMPRIMIBLE EN
006960*    FORMATO NUMEROS (TAMANO = ULTIMO MULTIPLICADOR DEL TRAMO)
006970*    PARA EL CAP41 DE LA NOCHE SIGUIENTE.
006980******************************************************************
006990 2300-GRABAR-FALTANTE.
007000     MOVE SPACES TO FD-REG-FALTANTE.
007010     MOVE EJ-NUMERO    TO FD-FAL-NUMERO.
007020     MOVE EJ-HASTA     TO FD-FAL-TAMANO.
007030     MOVE EJ-OPERACION TO FD-FAL-OPERACION.
007040     MOVE EJ-AREA      TO FD-FAL-AREA.
007050     WRITE FD-REG-FALTANTE.
007060     ADD 1 TO EJ-CTR-FALTANTES.
007070     MOVE EJ-NUMERO    TO EJ-BF-NUMERO.
007080     MOVE EJ-OPERACION TO EJ-BF-OPERACION.
007090     MOVE EJ-DESDE     TO EJ-BF-DESDE.
007100     MOVE EJ-HASTA     TO EJ-BF-HASTA.
007110     MOVE "TB205W"        TO BT-CODIGO.
007120     MOVE EJ-BIT-FALTANTE TO BT-TEXTO.
007130     PERFORM 9710-GRABAR-BITACORA
007140         THRU 9710-GRABAR-BITACORA-EXIT.
007150     MOVE "FALTANTE " TO EJ-LID-ESTADO.
007160     MOVE "TRAMO INCOMPLETO EN TABMAEST" TO EJ-LID-TEXTO.
007170     WRITE FD-REG-INFORME FROM EJ-LINEA-INF-DETALLE
007180         BEFORE ADVANCING 1 LINE.
007190     MOVE "F" TO EJ-EVENTO-CONSUMO.
007200     PERFORM 2400-ANOTAR-CONSUMO
007210         THRU 2400-ANOTAR-CONSUMO-EXIT.
007220     MOVE "P" TO SG-ETAPA.
007230     PERFORM 2500-ANOTAR-SEGUIMIENTO
007240         THRU 2500-ANOTAR-SEGUIMIENTO-EXIT.
007250 2300-GRABAR-FALTANTE-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    2400-ANOTAR-CONSUMO - GRABA EN EL HISTORICO DE CONSUMO LA
007300*    PETICION CON SU AREA Y EL EVENTO PUESTO POR EL LLAMADOR EN
007310*    EJ-EVENTO-CONSUMO ('S' IMPRESA, 'F' FALTANTE), CON EL TAMANO
007320*    DEL TRAMO.
007330******************************************************************
007340 2400-ANOTAR-CONSUMO.
007350     MOVE SPACES                TO FD-REG-CONSUMO.
007360     MOVE EJ-EVENTO-CONSUMO     TO FD-CSM-EVENTO.
007370     MOVE CI-FECHA-NEGOCIO      TO FD-CSM-FECHA.
007380     MOVE EJ-HORA-SISTEMA(1:6)  TO FD-CSM-HORA.
007390     MOVE "TABEJERC"            TO FD-CSM-PROGRAMA.
007400     MOVE EJ-AREA               TO FD-CSM-AREA.
007410     MOVE EJ-NUMERO             TO FD-CSM-NUMERO.
007420     MOVE EJ-HASTA              TO FD-CSM-TAMANO.
007430     MOVE EJ-OPERACION          TO FD-CSM-OPERACION.
007440     MOVE EJ-AREA               TO FD-CSM-TITULAR.
007450     WRITE FD-REG-CONSUMO.
007451     IF EJ-FS-CONSUMO NOT = "00"
007452         DISPLAY "*** ERROR GRABANDO CONSUMO (STATUS="
007453             EJ-FS-CONSUMO "). ***"
007454         MOVE "TB101E" TO BT-CODIGO
007455         MOVE "ERROR DE GRABACION DE CONSUMO" TO BT-TEXTO
007456         PERFORM 9710-GRABAR-BITACORA
007457             THRU 9710-GRABAR-BITACORA-EXIT
007458         MOVE 16 TO RETURN-CODE
007459         STOP RUN
007460     END-IF.
007461 2400-ANOTAR-CONSUMO-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    2500-ANOTAR-SEGUIMIENTO - ANOTA LA PETICION EN EL
007510*    SEGUIMIENTO CON LA ETAPA YA PUESTA POR EL LLAMADOR ('S'
007520*    IMPRESA, 'P' PENDIENTE EN FALTANTES).
007530******************************************************************
007540 2500-ANOTAR-SEGUIMIENTO.
007550     MOVE EJ-NUMERO    TO SG-NUMERO.
007560     MOVE EJ-OPERACION TO SG-OPERACION.
007570     MOVE EJ-AREA      TO SG-AREA.
007580     MOVE EJ-HASTA     TO SG-TAMANO.
007590     PERFORM 9510-ANOTAR-PETICION
007600         THRU 9510-ANOTAR-PETICION-EXIT.
007610 2500-ANOTAR-SEGUIMIENTO-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    2900-RECHAZAR-PETICION - PETICION SIN FORMATO O FUERA DE
007660*    RANGO: SE LISTA CON SU MOTIVO Y SE AVISA EN LA BITACORA. NO
007670*    PASA A FALTANTES PORQUE EL CAP41 TAMPOCO PODRIA CALCULARLA.
007680******************************************************************
007690 2900-RECHAZAR-PETICION.
007700     ADD 1 TO EJ-CTR-INVALIDAS.
007710     MOVE "INVALIDA " TO EJ-LID-ESTADO.
007720     MOVE EJ-MOTIVO   TO EJ-LID-TEXTO.
007730     WRITE FD-REG-INFORME FROM EJ-LINEA-INF-DETALLE
007740         BEFORE ADVANCING 1 LINE.
007750     MOVE FD-REG-EJERPET(1:23) TO EJ-BI-PETICION.
007760     MOVE "TB201W"        TO BT-CODIGO.
007770     MOVE EJ-BIT-INVALIDA TO BT-TEXTO.
007780     PERFORM 9710-GRABAR-BITACORA
007790         THRU 9710-GRABAR-BITACORA-EXIT.
007800 2900-RECHAZAR-PETICION-EXIT.
007810     EXIT.
007820
007830******************************************************************
007840*    3000-IMPRIMIR-HOJA - BARAJA EL TRAMO SI SE PIDE Y ESCRIBE
007850*    LA HOJA DE EJERCICIOS Y SU HOJA DE SOLUCIONES CON EL MISMO
007860*    IDENTIFICADOR DE HOJA.
007870******************************************************************
007880 3000-IMPRIMIR-HOJA.
007890     IF FD88-EJP-BARAJADO
007900         PERFORM 3100-BARAJAR-TRAMO THRU 3100-BARAJAR-TRAMO-EXIT
007910     END-IF.
007920     ADD 1 TO EJ-CTR-HOJAS.
007930     MOVE EJ-CTR-HOJAS TO EJ-HI-SECUENCIA.
007940     PERFORM 3200-PREPARAR-CABECERA
007950         THRU 3200-PREPARAR-CABECERA-EXIT.
007960     MOVE "HOJA DE EJERCICIOS" TO EJ-LT-TITULO.
007970     WRITE FD-REG-HOJA FROM EJ-LINEA-TITULO
007980         BEFORE ADVANCING 1 LINE.
007990     WRITE FD-REG-HOJA FROM EJ-LINEA-TABLA
008000         BEFORE ADVANCING 1 LINE.
008010     WRITE FD-REG-HOJA FROM EJ-LINEA-ORDEN
008020         BEFORE ADVANCING 1 LINE.
008030     WRITE FD-REG-HOJA FROM EJ-LINEA-BLANCO
008040         BEFORE ADVANCING 1 LINE.
008050     WRITE FD-REG-HOJA FROM EJ-LINEA-NOMBRE
008060         BEFORE ADVANCING 1 LINE.
008070     WRITE FD-REG-HOJA FROM EJ-LINEA-BLANCO
008080         BEFORE ADVANCING 1 LINE.
008090     MOVE "HOJA DE SOLUCIONES" TO EJ-LT-TITULO.
008100     WRITE FD-REG-SOLUCION FROM EJ-LINEA-TITULO
008110         BEFORE ADVANCING 1 LINE.
008120     WRITE FD-REG-SOLUCION FROM EJ-LINEA-TABLA
008130         BEFORE ADVANCING 1 LINE.
008140     WRITE FD-REG-SOLUCION FROM EJ-LINEA-ORDEN
008150         BEFORE ADVANCING 1 LINE.
008160     WRITE FD-REG-SOLUCION FROM EJ-LINEA-BLANCO
008170         BEFORE ADVANCING 1 LINE.
008180     PERFORM 3300-ESCRIBIR-EJERCICIO
008190         THRU 3300-ESCRIBIR-EJERCICIO-EXIT
008200         VARYING EJ-IDX FROM 1 BY 1
008210         UNTIL EJ-IDX > EJ-EJERCICIOS.
008220     WRITE FD-REG-HOJA FROM EJ-LINEA-SEPARADOR
008230         BEFORE ADVANCING 1 LINE.
008240     WRITE FD-REG-SOLUCION FROM EJ-LINEA-SEPARADOR
008250         BEFORE ADVANCING 1 LINE.
008260     MOVE "IMPRESA  " TO EJ-LID-ESTADO.
008270     MOVE SPACES      TO EJ-LID-TEXTO.
008280     STRING "HOJA " DELIMITED BY SIZE
008290            EJ-HOJA-ID DELIMITED BY SIZE
008300            " EJERCICIOS " DELIMITED BY SIZE
008310            EJ-LO-EJERCICIOS DELIMITED BY SIZE
008320         INTO EJ-LID-TEXTO.
008330     WRITE FD-REG-INFORME FROM EJ-LINEA-INF-DETALLE
008340         BEFORE ADVANCING 1 LINE.
008350     MOVE "S" TO EJ-EVENTO-CONSUMO.
008360     PERFORM 2400-ANOTAR-CONSUMO
008370         THRU 2400-ANOTAR-CONSUMO-EXIT.
008380     MOVE "S" TO SG-ETAPA.
008390     PERFORM 2500-ANOTAR-SEGUIMIENTO
008400         THRU 2500-ANOTAR-SEGUIMIENTO-EXIT.
008410 3000-IMPRIMIR-HOJA-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    3100-BARAJAR-TRAMO - BARAJADO DE FISHER-YATES DE LAS TERNAS
008460*    CARGADAS, DE LA ULTIMA A LA SEGUNDA, CON EL GENERADOR
008470*    CONGRUENCIAL INICIADO CON LA SEMILLA DE LA PETICION.
008480******************************************************************
008490 3100-BARAJAR-TRAMO.
008500     MOVE EJ-SEMILLA TO EJ-ALEATORIO.
008510     PERFORM 3110-INTERCAMBIAR-FILA
008520         THRU 3110-INTERCAMBIAR-FILA-EXIT
008530         VARYING EJ-IDX FROM EJ-CUENTA-FILAS BY -1
008540         UNTIL EJ-IDX < 2.
008550 3100-BARAJAR-TRAMO-EXIT.
008560     EXIT.
008570
008580 3110-INTERCAMBIAR-FILA.
008590     COMPUTE EJ-PRODUCTO = EJ-ALEATORIO * 16807.
008600     DIVIDE EJ-PRODUCTO BY 2147483647
008610         GIVING EJ-COCIENTE REMAINDER EJ-ALEATORIO.
008620     DIVIDE EJ-ALEATORIO BY EJ-IDX
008630         GIVING EJ-COCIENTE REMAINDER EJ-IDX-CAMBIO.
008640     ADD 1 TO EJ-IDX-CAMBIO.
008650     MOVE EJ-FILA(EJ-IDX)        TO EJ-FILA-AUX.
008660     MOVE EJ-FILA(EJ-IDX-CAMBIO) TO EJ-FILA(EJ-IDX).
008670     MOVE EJ-FILA-AUX            TO EJ-FILA(EJ-IDX-CAMBIO).
008680 3110-INTERCAMBIAR-FILA-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720*    3200-PREPARAR-CABECERA - RELLENA LAS LINEAS DE CABECERA
008730*    COMUNES A LAS DOS HOJAS.
008740******************************************************************
008750 3200-PREPARAR-CABECERA.
008760     MOVE EJ-HOJA-ID     TO EJ-LT-HOJA.
008770     MOVE EJ-AREA        TO EJ-LT-AREA.
008780     MOVE EJ-NUMERO      TO EJ-LTB-NUMERO.
008790     MOVE EJ-NOMBRE-OPER TO EJ-LTB-OPERACION.
008800     MOVE EJ-DESDE       TO EJ-LTB-DESDE.
008810     MOVE EJ-HASTA       TO EJ-LTB-HASTA.
008820     MOVE EJ-EJERCICIOS  TO EJ-LO-EJERCICIOS.
008830     IF FD88-EJP-BARAJADO
008840         MOVE "BARAJADO "  TO EJ-LO-ORDEN
008850         MOVE " (SEMILLA " TO EJ-LO-TEXTO-SEMILLA
008860         MOVE EJ-SEMILLA   TO EJ-LO-SEMILLA
008870         MOVE ")"          TO EJ-LO-CIERRE
008880     ELSE
008890         MOVE "EN ORDEN "  TO EJ-LO-ORDEN
008900         MOVE SPACES       TO EJ-LO-TEXTO-SEMILLA
008910         MOVE SPACES       TO EJ-LO-SEMILLA
008920         MOVE SPACE        TO EJ-LO-CIERRE
008930     END-IF.
008940 3200-PREPARAR-CABECERA-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980*    3300-ESCRIBIR-EJERCICIO - UN EJERCICIO NUMERADO EN LA HOJA
008990*    (RESULTADO EN BLANCO) Y EL MISMO EN LA HOJA DE SOLUCIONES.
009000******************************************************************
009010 3300-ESCRIBIR-EJERCICIO.
009020     MOVE EJ-IDX                  TO EJ-LE-ORDEN.
009030     MOVE EJ-NUMERO               TO EJ-LE-NUMERO.
009040     MOVE EJ-SIGNO                TO EJ-LE-SIGNO.
009050     MOVE EJ-FIL-MULT(EJ-IDX)     TO EJ-LE-MULT.
009060     WRITE FD-REG-HOJA FROM EJ-LINEA-EJERCICIO
009070         BEFORE ADVANCING 1 LINE.
009080     MOVE EJ-IDX                  TO EJ-LS-ORDEN.
009090     MOVE EJ-NUMERO               TO EJ-LS-NUMERO.
009100     MOVE EJ-SIGNO                TO EJ-LS-SIGNO.
009110     MOVE EJ-FIL-MULT(EJ-IDX)     TO EJ-LS-MULT.
009120     MOVE EJ-FIL-RESULTADO(EJ-IDX) TO EJ-LS-RESULTADO.
009130     WRITE FD-REG-SOLUCION FROM EJ-LINEA-SOLUCION
009140         BEFORE ADVANCING 1 LINE.
009150     ADD 1 TO EJ-CTR-EJERCICIOS.
009160 3300-ESCRIBIR-EJERCICIO-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200*    9000-FINALIZAR - TOTALES EN EL INFORME, CIERRE DE FICHEROS
009210*    Y CODIGO DE RETORNO: 0 TODO IMPRESO, 4 CON FALTANTES O
009220*    PETICIONES INVALIDAS, 8 SIN NINGUNA HOJA IMPRESA.
009230******************************************************************
009240 9000-FINALIZAR.
009250     WRITE FD-REG-INFORME FROM EJ-LINEA-BLANCO
009260         BEFORE ADVANCING 1 LINE.
009270     MOVE "  PETICIONES LEIDAS:      " TO EJ-LR-ETIQUETA.
009280     MOVE EJ-CTR-LEIDAS TO EJ-LR-CUENTA.
009290     WRITE FD-REG-INFORME FROM EJ-LINEA-RESUMEN
009300         BEFORE ADVANCING 1 LINE.
009310     MOVE "  HOJAS IMPRESAS:         " TO EJ-LR-ETIQUETA.
009320     MOVE EJ-CTR-HOJAS TO EJ-LR-CUENTA.
009330     WRITE FD-REG-INFORME FROM EJ-LINEA-RESUMEN
009340         BEFORE ADVANCING 1 LINE.
009350     MOVE "  EJERCICIOS IMPRESOS:    " TO EJ-LR-ETIQUETA.
009360     MOVE EJ-CTR-EJERCICIOS TO EJ-LR-CUENTA.
009370     WRITE FD-REG-INFORME FROM EJ-LINEA-RESUMEN
009380         BEFORE ADVANCING 1 LINE.
009390     MOVE "  PETICIONES FALTANTES:   " TO EJ-LR-ETIQUETA.
009400     MOVE EJ-CTR-FALTANTES TO EJ-LR-CUENTA.
009410     WRITE FD-REG-INFORME FROM EJ-LINEA-RESUMEN
009420         BEFORE ADVANCING 1 LINE.
009430     MOVE "  PETICIONES INVALIDAS:   " TO EJ-LR-ETIQUETA.
009440     MOVE EJ-CTR-INVALIDAS TO EJ-LR-CUENTA.
009450     WRITE FD-REG-INFORME FROM EJ-LINEA-RESUMEN
009460         BEFORE ADVANCING 1 LINE.
009470     CLOSE EJERPET-FILE.
009480     IF EJ88-MAESTRO-DISPONIBLE
009490         CLOSE MAESTRO-FILE
009500     END-IF.
009510     CLOSE HOJA-FILE.
009520     CLOSE SOLUCION-FILE.
009530     CLOSE FALTANTE-FILE.
009540     CLOSE INFORME-FILE.
009550     CLOSE CONSUMO-FILE.
009560     PERFORM 9550-CERRAR-SEGUIMIENTO
009570         THRU 9550-CERRAR-SEGUIMIENTO-EXIT.
009580     DISPLAY "TABEJERC: LEIDAS " EJ-CTR-LEIDAS
009590         " HOJAS " EJ-CTR-HOJAS
009600         " FALTANTES " EJ-CTR-FALTANTES
009610         " INVALIDAS " EJ-CTR-INVALIDAS ".".
009620     EVALUATE TRUE
009630         WHEN EJ-CTR-LEIDAS NOT = ZEROS
009640             AND EJ-CTR-HOJAS = ZEROS
009650             MOVE 8 TO RETURN-CODE
009660             DISPLAY "NINGUNA HOJA IMPRESA (RC=8)."
009670         WHEN EJ-CTR-FALTANTES NOT = ZEROS
009680             OR EJ-CTR-INVALIDAS NOT = ZEROS
009690             MOVE 4 TO RETURN-CODE
009700             DISPLAY "IMPRESION CON FALTANTES O INVALIDAS (RC=4)."
009710         WHEN OTHER
009720             CONTINUE
009730     END-EVALUATE.
009740     MOVE EJ-CTR-LEIDAS    TO EJ-BR-LEIDAS.
009750     MOVE EJ-CTR-HOJAS     TO EJ-BR-HOJAS.
009760     MOVE EJ-CTR-FALTANTES TO EJ-BR-FALTANTES.
009770     MOVE "TB301I"       TO BT-CODIGO.
009780     MOVE EJ-BIT-RESUMEN TO BT-TEXTO.
009790     PERFORM 9710-GRABAR-BITACORA
009800         THRU 9710-GRABAR-BITACORA-EXIT.
009810     MOVE RETURN-CODE TO BT-FIN-RETORNO.
009820     MOVE "TB002I" TO BT-CODIGO.
009830     MOVE BT-TEXTO-FIN TO BT-TEXTO.
009840     PERFORM 9710-GRABAR-BITACORA
009850         THRU 9710-GRABAR-BITACORA-EXIT.
009860     PERFORM 9720-CERRAR-BITACORA
009870         THRU 9720-CERRAR-BITACORA-EXIT.
009880 9000-FINALIZAR-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920*    9500-ABRIR-SEGUIMIENTO (Y AUXILIARES) - ANOTACIONES EN EL
009930*    SEGUIMIENTO DE PETICIONES, COMUNES DEL SUBSISTEMA.
009940******************************************************************
009950     COPY TMSEGPRC.
009960
009970******************************************************************
009980*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
009990*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
010000******************************************************************
010010     COPY TMCICPRC.
010020
010030******************************************************************
010040*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
010050*    BITACORA CENTRAL DE EXPLOTACION.
010060******************************************************************
010070     COPY TMBITPRC.
010080
010090 END PROGRAM TABEJERC.
