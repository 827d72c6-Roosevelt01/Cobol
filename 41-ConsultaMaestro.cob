000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABCONSU.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : CONSULTA INTERACTIVA POR CONSOLA DEL MAESTRO
000090*                  INDEXADO TABMAEST PARA EL CENTRO DE ATENCION
000100*                  A LAS AREAS. EL ANALISTA TECLEA UN NUMERO,
000110*                  OPCIONALMENTE SEGUIDO DEL CODIGO DE OPERACION
000120*                  ('M', 'S' O 'R'), Y VE POR CADA OPERACION
000130*                  CARGADA EL NUMERO DE TERNAS, EL MULTIPLICADOR
000140*                  MAS ALTO, HASTA DONDE LA SECUENCIA 1..N ES
000150*                  CONTIGUA, LOS HUECOS DE LA SECUENCIA Y LA
000160*                  FECHA DE CALCULO (FD-MAE-FECHA-CALCULO). '+'
000170*                  Y '-' PASAN AL NUMERO CARGADO SIGUIENTE O
000180*                  ANTERIOR. 'SALIR' TERMINA.
000190*                  EL MAESTRO SE ABRE SOLO EN ENTRADA: LA
000200*                  CONSULTA NO PUEDE ALTERARLO. EL MANTENIMIENTO
000210*                  SIGUE SIENDO EXCLUSIVO DEL LOTE TABMANT.
000220*----------------------------------------------------------------*
000230*    HISTORIAL DE MODIFICACIONES                                 *
000240*    FECHA       INIC.  DESCRIPCION
000250*    ----------  -----  ----------------------------------------
000260*    15/10/2026  JLR    VERSION ORIGINAL.
000270******************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MAESTRO-FILE ASSIGN TO "TABMAEST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS FD-MAE-CLAVE
000360         FILE STATUS IS CQ-FS-MAESTRO.
000370
000380     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS BT-FS-BITACORA.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440******************************************************************
000450*    MAESTRO INDEXADO PERMANENTE DE TERNAS CALCULADAS (SOLO
000460*    LECTURA).
000470******************************************************************
000480 FD  MAESTRO-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 80 CHARACTERS.
000510     COPY TMMAEREG.
000520
000530******************************************************************
000540*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000550******************************************************************
000560 FD  BITACORA-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 80 CHARACTERS.
000590     COPY TMBITREG.
000600
000610 WORKING-STORAGE SECTION.
000620     COPY TMBITWS.
000630
000640 01  CQ-SW-FIN-CONSULTA          PIC X(01) VALUE "N".
000650         88  CQ88-FIN-CONSULTA       VALUE "S".
000660
000670 01  CQ-SW-NUMERO                PIC X(01) VALUE "N".
000680         88  CQ88-NUMERO-VALIDO      VALUE "S".
000690         88  CQ88-NUMERO-INVALIDO    VALUE "N".
000700
000710 01  CQ-SW-FIN-BARRIDO           PIC X(01) VALUE "N".
000720         88  CQ88-FIN-BARRIDO        VALUE "S".
000730         88  CQ88-SIGUE-BARRIDO      VALUE "N".
000740
000750 01  CQ-SW-ENCONTRADO            PIC X(01) VALUE "N".
000760         88  CQ88-ENCONTRADO         VALUE "S".
000770         88  CQ88-NO-ENCONTRADO      VALUE "N".
000780
000790 01  CQ-FS-MAESTRO               PIC X(02) VALUE SPACES.
000800
000810 77  CQ-CTR-CONSULTAS            PIC 9(07) VALUE ZEROS COMP.
000820 77  CQ-CTR-TERNAS               PIC 9(05) VALUE ZEROS COMP.
000830 77  CQ-CTR-HUECOS               PIC 9(05) VALUE ZEROS COMP.
000840 77  CQ-CTR-LISTADOS             PIC 9(03) VALUE ZEROS COMP.
000850 77  CQ-IDX-OPER                 PIC 9(02) VALUE ZEROS COMP.
000860 77  CQ-IDX-MULT                 PIC 9(04) VALUE ZEROS COMP.
000870 77  CQ-LON-NUMERO               PIC 9(02) VALUE ZEROS COMP.
000880 77  CQ-PUNTERO                  PIC 9(03) VALUE ZEROS COMP.
000890
000900******************************************************************
000910*    ENTRADA DEL ANALISTA: NUMERO Y OPERACION SEPARADOS POR
000920*    BLANCOS, O UNA ORDEN DE PAGINACION ('+' / '-') O 'SALIR'.
000930******************************************************************
000940 01  CQ-ENTRADA                  PIC X(20) VALUE SPACES.
000950 01  CQ-NUMERO-ALFA              PIC X(05) VALUE SPACES.
000960 01  CQ-OPER-ALFA                PIC X(05) VALUE SPACES.
000970
000980 01  CQ-NUMERO                   PIC 9(03) VALUE ZEROS.
000990 01  CQ-SONDA                    PIC 9(03) VALUE ZEROS.
001000 01  CQ-FILTRO-OPER              PIC X(01) VALUE SPACE.
001010 01  CQ-CONTIGUO                 PIC 9(03) VALUE ZEROS.
001020
001030******************************************************************
001040*    OPERACIONES DEL MAESTRO EN EL ORDEN EN QUE SE MUESTRAN.
001050******************************************************************
001060 01  CQ-CODIGOS-OPER.
001070     05  FILLER                  PIC X(15) VALUE
001080         "MMULTIPLICACION".
001090     05  FILLER                  PIC X(15) VALUE "SSUMA".
001100     05  FILLER                  PIC X(15) VALUE "RRESTA".
001110 01  CQ-CODIGOS-R REDEFINES CQ-CODIGOS-OPER.
001120     05  CQ-CODIGO-OPER          OCCURS 3.
001130         10  CQ-CO-CODIGO        PIC X(01).
001140         10  CQ-CO-NOMBRE        PIC X(14).
001150
001160******************************************************************
001170*    ACUMULADOS DEL NUMERO CONSULTADO POR OPERACION: TERNAS,
001180*    MULTIPLICADOR MAXIMO, FECHAS DE CALCULO EXTREMAS Y MARCA DE
001190*    PRESENCIA DE CADA MULTIPLICADOR.
001200******************************************************************
001210 01  CQ-ACUMULADOS.
001220     05  CQ-ACUM-OPER            OCCURS 3.
001230         10  CQ-AO-TERNAS        PIC 9(04).
001240         10  CQ-AO-MAX-MULT      PIC 9(03).
001250         10  CQ-AO-FECHA-MIN     PIC 9(08).
001260         10  CQ-AO-FECHA-MAX     PIC 9(08).
001270         10  CQ-AO-MARCA         PIC X(01) OCCURS 999.
001280
001290 01  CQ-FECHA-TRABAJO            PIC 9(08) VALUE ZEROS.
001300 01  CQ-FECHA-PARTES REDEFINES CQ-FECHA-TRABAJO.
001310     05  CQ-FP-ANO               PIC 9(04).
001320     05  CQ-FP-MES               PIC 9(02).
001330     05  CQ-FP-DIA               PIC 9(02).
001340
001350 01  CQ-FECHA-EDITADA.
001360     05  CQ-FE-DIA               PIC 9(02).
001370     05  FILLER                  PIC X(01) VALUE "/".
001380     05  CQ-FE-MES               PIC 9(02).
001390     05  FILLER                  PIC X(01) VALUE "/".
001400     05  CQ-FE-ANO               PIC 9(04).
001410
001420 01  CQ-FECHA-HASTA              PIC X(10) VALUE SPACES.
001430
001440******************************************************************
001450*    LINEAS DE PANTALLA.
001460******************************************************************
001470 01  CQ-LINEA-SEPARADOR          PIC X(60) VALUE ALL "-".
001480
001490 01  CQ-LINEA-NUMERO.
001500     05  FILLER                  PIC X(17) VALUE
001510         "TABMAEST  NUMERO ".
001520     05  CQ-LN-NUMERO            PIC 9(03).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  CQ-LN-FILTRO            PIC X(30).
001550
001560 01  CQ-LINEA-OPERACION.
001570     05  FILLER                  PIC X(12) VALUE "  OPERACION ".
001580     05  CQ-LO-CODIGO            PIC X(01).
001590     05  FILLER                  PIC X(02) VALUE " (".
001600     05  CQ-LO-NOMBRE            PIC X(14).
001610     05  FILLER                  PIC X(01) VALUE ")".
001620     05  CQ-LO-RESTO             PIC X(40).
001630
001640 01  CQ-LINEA-CARGADA.
001650     05  FILLER                  PIC X(11) VALUE "    TERNAS ".
001660     05  CQ-LC-TERNAS            PIC ZZZ9.
001670     05  FILLER                  PIC X(21) VALUE
001680         "   MULT. MAS ALTO    ".
001690     05  CQ-LC-MAX-MULT          PIC ZZ9.
001700     05  FILLER                  PIC X(21) VALUE
001710         "   CONTIGUA HASTA EL ".
001720     05  CQ-LC-CONTIGUO          PIC ZZ9.
001730
001740 01  CQ-LINEA-HUECOS.
001750     05  FILLER                  PIC X(18) VALUE
001760         "    HUECOS EN 1..".
001770     05  CQ-LH-LIMITE            PIC 9(03).
001780     05  FILLER                  PIC X(02) VALUE ": ".
001790     05  CQ-LH-DETALLE           PIC X(57).
001800
001810 01  CQ-LINEA-FECHA.
001820     05  FILLER                  PIC X(22) VALUE
001830         "    FECHA DE CALCULO: ".
001840     05  CQ-LF-DETALLE           PIC X(40).
001850
001860 01  CQ-HUECO-EDITADO            PIC ZZ9.
001870 01  CQ-MAS-EDITADO              PIC ZZZ9.
001880
001890 01  CQ-BIT-RESUMEN.
001900     05  FILLER                  PIC X(10) VALUE "CONSULTAS ".
001910     05  CQ-BR-CONSULTAS         PIC 9(07).
001920     05  FILLER                  PIC X(33) VALUE SPACES.
001930
001940 PROCEDURE DIVISION.
001950******************************************************************
001960*    0000-MAINLINE - CONTROL PRINCIPAL DE LA CONSULTA.
001970******************************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002000     PERFORM 2000-ATENDER-PETICION
002010         THRU 2000-ATENDER-PETICION-EXIT
002020         UNTIL CQ88-FIN-CONSULTA.
002030     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002040     STOP RUN.
002050
002060******************************************************************
002070*    1000-INICIALIZAR - ABRE EL MAESTRO EN ENTRADA Y PRESENTA LAS
002080*    INSTRUCCIONES. SIN MAESTRO NO HAY NADA QUE CONSULTAR.
002090******************************************************************
002100 1000-INICIALIZAR.
002110     PERFORM 9700-ABRIR-BITACORA
002120         THRU 9700-ABRIR-BITACORA-EXIT.
002130     MOVE "TABCONSU" TO BT-PROGRAMA.
002140     MOVE "TB001I" TO BT-CODIGO.
002150     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
002160     PERFORM 9710-GRABAR-BITACORA
002170         THRU 9710-GRABAR-BITACORA-EXIT.
002180     OPEN INPUT MAESTRO-FILE.
002190     IF CQ-FS-MAESTRO NOT = "00"
002200         DISPLAY "*** ERROR ABRIENDO TABMAEST (STATUS="
002210             CQ-FS-MAESTRO "). ***"
002220         MOVE "TB101E" TO BT-CODIGO
002230         MOVE "ERROR DE APERTURA DE TABMAEST" TO BT-TEXTO
002240         PERFORM 9710-GRABAR-BITACORA
002250             THRU 9710-GRABAR-BITACORA-EXIT
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     DISPLAY "CONSULTA DEL MAESTRO DE TABLAS TABMAEST "
002300         "(SOLO LECTURA).".
002310     DISPLAY "TECLEA UN NUMERO Y, SI QUIERES, LA OPERACION "
002320         "(M, S O R). EJEMPLO: 7 M".
002330     DISPLAY "'+' NUMERO CARGADO SIGUIENTE, '-' ANTERIOR, "
002340         "'SALIR' PARA TERMINAR.".
002350 1000-INICIALIZAR-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390*    2000-ATENDER-PETICION - PIDE UNA ENTRADA, LA INTERPRETA Y
002400*    MUESTRA EL NUMERO RESULTANTE. UNA ENTRADA EN BLANCO SOLO
002410*    VUELVE A PEDIR.
002420******************************************************************
002430 2000-ATENDER-PETICION.
002440     DISPLAY " ".
002450     DISPLAY "NUMERO [OPERACION], '+', '-' O 'SALIR':".
002460     MOVE SPACES TO CQ-ENTRADA.
002470     ACCEPT CQ-ENTRADA.
002480     IF CQ-ENTRADA = "SALIR" OR "salir"
002490         SET CQ88-FIN-CONSULTA TO TRUE
002500         GO TO 2000-ATENDER-PETICION-EXIT
002510     END-IF.
002520     IF CQ-ENTRADA = SPACES
002530         GO TO 2000-ATENDER-PETICION-EXIT
002540     END-IF.
002550     SET CQ88-NUMERO-INVALIDO TO TRUE.
002560     EVALUATE TRUE
002570         WHEN CQ-ENTRADA = "+"
002580             PERFORM 2200-NUMERO-SIGUIENTE
002590                 THRU 2200-NUMERO-SIGUIENTE-EXIT
002600         WHEN CQ-ENTRADA = "-"
002610             PERFORM 2300-NUMERO-ANTERIOR
002620                 THRU 2300-NUMERO-ANTERIOR-EXIT
002630         WHEN OTHER
002640             PERFORM 2100-INTERPRETAR-ENTRADA
002650                 THRU 2100-INTERPRETAR-ENTRADA-EXIT
002660     END-EVALUATE.
002670     IF CQ88-NUMERO-VALIDO
002680         ADD 1 TO CQ-CTR-CONSULTAS
002690         PERFORM 3000-MOSTRAR-NUMERO
002700             THRU 3000-MOSTRAR-NUMERO-EXIT
002710     END-IF.
002720 2000-ATENDER-PETICION-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    2100-INTERPRETAR-ENTRADA - NUMERO DE UNA A TRES CIFRAS Y,
002770*    SEPARADO POR BLANCOS, CODIGO DE OPERACION OPCIONAL. LA
002780*    OPERACION TECLEADA QUEDA COMO FILTRO PARA LA PAGINACION.
002790******************************************************************
002800 2100-INTERPRETAR-ENTRADA.
002810     MOVE SPACES TO CQ-NUMERO-ALFA.
002820     MOVE SPACES TO CQ-OPER-ALFA.
002830     MOVE ZEROS  TO CQ-LON-NUMERO.
002840     UNSTRING CQ-ENTRADA DELIMITED BY ALL SPACE
002850         INTO CQ-NUMERO-ALFA COUNT IN CQ-LON-NUMERO
002860              CQ-OPER-ALFA.
002870     IF CQ-LON-NUMERO = ZEROS OR CQ-LON-NUMERO > 3
002880         DISPLAY "*** NUMERO INVALIDO: TECLEA DE 1 A 3 CIFRAS. "
002890             "***"
002900         GO TO 2100-INTERPRETAR-ENTRADA-EXIT
002910     END-IF.
002920     IF CQ-NUMERO-ALFA(1:CQ-LON-NUMERO) IS NOT NUMERIC
002930         DISPLAY "*** VALOR NO NUMERICO. INTENTALO DE NUEVO. ***"
002940         GO TO 2100-INTERPRETAR-ENTRADA-EXIT
002950     END-IF.
002960     IF CQ-OPER-ALFA NOT = SPACES
002970         AND CQ-OPER-ALFA NOT = "M"
002980         AND CQ-OPER-ALFA NOT = "S"
002990         AND CQ-OPER-ALFA NOT = "R"
003000         DISPLAY "*** OPERACION INVALIDA: '" CQ-OPER-ALFA
003010             "' (M, S O R). ***"
003020         GO TO 2100-INTERPRETAR-ENTRADA-EXIT
003030     END-IF.
003040     MOVE CQ-NUMERO-ALFA(1:CQ-LON-NUMERO) TO CQ-NUMERO.
003050     MOVE CQ-OPER-ALFA(1:1) TO CQ-FILTRO-OPER.
003060     SET CQ88-NUMERO-VALIDO TO TRUE.
003070 2100-INTERPRETAR-ENTRADA-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    2200-NUMERO-SIGUIENTE - POSICIONA DETRAS DE LA ULTIMA CLAVE
003120*    POSIBLE DEL NUMERO ACTUAL Y TOMA EL PRIMER NUMERO CARGADO
003130*    QUE LE SIGUE.
003140******************************************************************
003150 2200-NUMERO-SIGUIENTE.
003160     MOVE CQ-NUMERO  TO FD-MAE-NUMERO.
003170     MOVE 999        TO FD-MAE-MULTIPLICADOR.
003180     MOVE HIGH-VALUE TO FD-MAE-OPERACION.
003190     START MAESTRO-FILE KEY > FD-MAE-CLAVE
003200         INVALID KEY
003210             DISPLAY "*** NO HAY NUMEROS CARGADOS DESPUES DEL "
003220                 CQ-NUMERO ". ***"
003230             GO TO 2200-NUMERO-SIGUIENTE-EXIT
003240     END-START.
003250     READ MAESTRO-FILE NEXT RECORD
003260         AT END
003270             DISPLAY "*** NO HAY NUMEROS CARGADOS DESPUES DEL "
003280                 CQ-NUMERO ". ***"
003290             GO TO 2200-NUMERO-SIGUIENTE-EXIT
003300     END-READ.
003310     MOVE FD-MAE-NUMERO TO CQ-NUMERO.
003320     SET CQ88-NUMERO-VALIDO TO TRUE.
003330 2200-NUMERO-SIGUIENTE-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370*    2300-NUMERO-ANTERIOR - EL ACCESO AL MAESTRO ES SOLO HACIA
003380*    DELANTE: SE SONDEAN LOS NUMEROS INFERIORES AL ACTUAL, DE UNO
003390*    EN UNO, HASTA DAR CON UNO QUE TENGA ALGUNA TERNA.
003400******************************************************************
003410 2300-NUMERO-ANTERIOR.
003420     MOVE CQ-NUMERO TO CQ-SONDA.
003430     SET CQ88-NO-ENCONTRADO TO TRUE.
003440     PERFORM 2310-SONDEAR-NUMERO THRU 2310-SONDEAR-NUMERO-EXIT
003450         UNTIL CQ88-ENCONTRADO OR CQ-SONDA = ZEROS.
003460     IF CQ88-ENCONTRADO
003470         MOVE CQ-SONDA TO CQ-NUMERO
003480         SET CQ88-NUMERO-VALIDO TO TRUE
003490     ELSE
003500         DISPLAY "*** NO HAY NUMEROS CARGADOS ANTES DEL "
003510             CQ-NUMERO ". ***"
003520     END-IF.
003530 2300-NUMERO-ANTERIOR-EXIT.
003540     EXIT.
003550
003560 2310-SONDEAR-NUMERO.
003570     SUBTRACT 1 FROM CQ-SONDA.
003580     MOVE CQ-SONDA TO FD-MAE-NUMERO.
003590     MOVE ZEROS    TO FD-MAE-MULTIPLICADOR.
003600     MOVE SPACE    TO FD-MAE-OPERACION.
003610     START MAESTRO-FILE KEY NOT < FD-MAE-CLAVE
003620         INVALID KEY
003630             GO TO 2310-SONDEAR-NUMERO-EXIT
003640     END-START.
003650     READ MAESTRO-FILE NEXT RECORD
003660         AT END
003670             GO TO 2310-SONDEAR-NUMERO-EXIT
003680     END-READ.
003690     IF FD-MAE-NUMERO = CQ-SONDA
003700         SET CQ88-ENCONTRADO TO TRUE
003710     END-IF.
003720 2310-SONDEAR-NUMERO-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*    3000-MOSTRAR-NUMERO - RECORRE TODAS LAS TERNAS DEL NUMERO
003770*    (LA CLAVE ES NUMERO + MULTIPLICADOR + OPERACION, ASI QUE
003780*    QUEDAN SEGUIDAS) ACUMULANDO POR OPERACION, Y LAS MUESTRA.
003790******************************************************************
003800 3000-MOSTRAR-NUMERO.
003810     MOVE ZEROS  TO CQ-CTR-TERNAS.
003820     PERFORM 3010-LIMPIAR-OPERACION
003830         THRU 3010-LIMPIAR-OPERACION-EXIT
003840         VARYING CQ-IDX-OPER FROM 1 BY 1
003850         UNTIL CQ-IDX-OPER > 3.
003860     MOVE CQ-NUMERO TO FD-MAE-NUMERO.
003870     MOVE ZEROS     TO FD-MAE-MULTIPLICADOR.
003880     MOVE SPACE     TO FD-MAE-OPERACION.
003890     SET CQ88-SIGUE-BARRIDO TO TRUE.
003900     START MAESTRO-FILE KEY NOT < FD-MAE-CLAVE
003910         INVALID KEY
003920             SET CQ88-FIN-BARRIDO TO TRUE
003930     END-START.
003940     PERFORM 3100-ACUMULAR-TERNA THRU 3100-ACUMULAR-TERNA-EXIT
003950         UNTIL CQ88-FIN-BARRIDO.
003960     DISPLAY CQ-LINEA-SEPARADOR.
003970     MOVE CQ-NUMERO TO CQ-LN-NUMERO.
003980     IF CQ-FILTRO-OPER = SPACE
003990         MOVE "(TODAS LAS OPERACIONES)" TO CQ-LN-FILTRO
004000     ELSE
004010         MOVE SPACES TO CQ-LN-FILTRO
004020         STRING "(SOLO OPERACION " CQ-FILTRO-OPER ")"
004030             DELIMITED BY SIZE INTO CQ-LN-FILTRO
004040     END-IF.
004050     DISPLAY CQ-LINEA-NUMERO.
004060     IF CQ-CTR-TERNAS = ZEROS
004070         DISPLAY "  EL NUMERO NO TIENE NINGUNA TABLA CARGADA EN "
004080             "TABMAEST."
004090         GO TO 3000-MOSTRAR-NUMERO-EXIT
004100     END-IF.
004110     PERFORM 3200-MOSTRAR-OPERACION
004120         THRU 3200-MOSTRAR-OPERACION-EXIT
004130         VARYING CQ-IDX-OPER FROM 1 BY 1
004140         UNTIL CQ-IDX-OPER > 3.
004150 3000-MOSTRAR-NUMERO-EXIT.
004160     EXIT.
004170
004180 3010-LIMPIAR-OPERACION.
004190     MOVE ZEROS  TO CQ-AO-TERNAS(CQ-IDX-OPER).
004200     MOVE ZEROS  TO CQ-AO-MAX-MULT(CQ-IDX-OPER).
004210     MOVE ZEROS  TO CQ-AO-FECHA-MAX(CQ-IDX-OPER).
004220     MOVE ALL "9" TO CQ-AO-FECHA-MIN(CQ-IDX-OPER).
004230     PERFORM 3020-LIMPIAR-MARCA THRU 3020-LIMPIAR-MARCA-EXIT
004240         VARYING CQ-IDX-MULT FROM 1 BY 1
004250         UNTIL CQ-IDX-MULT > 999.
004260 3010-LIMPIAR-OPERACION-EXIT.
004270     EXIT.
004280
004290 3020-LIMPIAR-MARCA.
004300     MOVE SPACE TO CQ-AO-MARCA(CQ-IDX-OPER, CQ-IDX-MULT).
004310 3020-LIMPIAR-MARCA-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*    3100-ACUMULAR-TERNA - LEE LA TERNA SIGUIENTE; AL CAMBIAR DE
004360*    NUMERO TERMINA EL BARRIDO. LAS OPERACIONES AJENAS AL FILTRO
004370*    NO SE ACUMULAN.
004380******************************************************************
004390 3100-ACUMULAR-TERNA.
004400     READ MAESTRO-FILE NEXT RECORD
004410         AT END
004420             SET CQ88-FIN-BARRIDO TO TRUE
004430             GO TO 3100-ACUMULAR-TERNA-EXIT
004440     END-READ.
004450     IF FD-MAE-NUMERO NOT = CQ-NUMERO
004460         SET CQ88-FIN-BARRIDO TO TRUE
004470         GO TO 3100-ACUMULAR-TERNA-EXIT
004480     END-IF.
004490     IF CQ-FILTRO-OPER NOT = SPACE
004500         AND FD-MAE-OPERACION NOT = CQ-FILTRO-OPER
004510         GO TO 3100-ACUMULAR-TERNA-EXIT
004520     END-IF.
004530     EVALUATE FD-MAE-OPERACION
004540         WHEN "M"
004550             MOVE 1 TO CQ-IDX-OPER
004560         WHEN "S"
004570             MOVE 2 TO CQ-IDX-OPER
004580         WHEN "R"
004590             MOVE 3 TO CQ-IDX-OPER
004600         WHEN OTHER
004610             GO TO 3100-ACUMULAR-TERNA-EXIT
004620     END-EVALUATE.
004630     IF FD-MAE-MULTIPLICADOR = ZEROS
004640         GO TO 3100-ACUMULAR-TERNA-EXIT
004650     END-IF.
004660     ADD 1 TO CQ-CTR-TERNAS.
004670     ADD 1 TO CQ-AO-TERNAS(CQ-IDX-OPER).
004680     MOVE "S" TO CQ-AO-MARCA(CQ-IDX-OPER, FD-MAE-MULTIPLICADOR).
004690     IF FD-MAE-MULTIPLICADOR > CQ-AO-MAX-MULT(CQ-IDX-OPER)
004700         MOVE FD-MAE-MULTIPLICADOR
004710             TO CQ-AO-MAX-MULT(CQ-IDX-OPER)
004720     END-IF.
004730     IF FD-MAE-FECHA-CALCULO < CQ-AO-FECHA-MIN(CQ-IDX-OPER)
004740         MOVE FD-MAE-FECHA-CALCULO
004750             TO CQ-AO-FECHA-MIN(CQ-IDX-OPER)
004760     END-IF.
004770     IF FD-MAE-FECHA-CALCULO > CQ-AO-FECHA-MAX(CQ-IDX-OPER)
004780         MOVE FD-MAE-FECHA-CALCULO
004790             TO CQ-AO-FECHA-MAX(CQ-IDX-OPER)
004800     END-IF.
004810 3100-ACUMULAR-TERNA-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    3200-MOSTRAR-OPERACION - BLOQUE DE UNA OPERACION: TERNAS,
004860*    MULTIPLICADOR MAS ALTO, TRAMO CONTIGUO DESDE 1, HUECOS DE
004870*    1..N (LOS DOCE PRIMEROS Y CUANTOS MAS HAY) Y FECHA DE
004880*    CALCULO (O EL INTERVALO SI LAS TERNAS TIENEN VARIAS).
004890******************************************************************
004900 3200-MOSTRAR-OPERACION.
004910     IF CQ-FILTRO-OPER NOT = SPACE
004920         AND CQ-CO-CODIGO(CQ-IDX-OPER) NOT = CQ-FILTRO-OPER
004930         GO TO 3200-MOSTRAR-OPERACION-EXIT
004940     END-IF.
004950     MOVE CQ-CO-CODIGO(CQ-IDX-OPER) TO CQ-LO-CODIGO.
004960     MOVE CQ-CO-NOMBRE(CQ-IDX-OPER) TO CQ-LO-NOMBRE.
004970     IF CQ-AO-TERNAS(CQ-IDX-OPER) = ZEROS
004980         MOVE ": NO CARGADA" TO CQ-LO-RESTO
004990         DISPLAY CQ-LINEA-OPERACION
005000         GO TO 3200-MOSTRAR-OPERACION-EXIT
005010     END-IF.
005020     MOVE ": CARGADA" TO CQ-LO-RESTO.
005030     DISPLAY CQ-LINEA-OPERACION.
005040     MOVE ZEROS TO CQ-CONTIGUO.
005050     PERFORM 3210-MEDIR-CONTIGUO THRU 3210-MEDIR-CONTIGUO-EXIT
005060         VARYING CQ-IDX-MULT FROM 1 BY 1
005070         UNTIL CQ-IDX-MULT > 999
005080         OR CQ-AO-MARCA(CQ-IDX-OPER, CQ-IDX-MULT) = SPACE.
005090     MOVE CQ-AO-TERNAS(CQ-IDX-OPER)   TO CQ-LC-TERNAS.
005100     MOVE CQ-AO-MAX-MULT(CQ-IDX-OPER) TO CQ-LC-MAX-MULT.
005110     MOVE CQ-CONTIGUO                 TO CQ-LC-CONTIGUO.
005120     DISPLAY CQ-LINEA-CARGADA.
005130     MOVE ZEROS  TO CQ-CTR-HUECOS.
005140     MOVE ZEROS  TO CQ-CTR-LISTADOS.
005150     MOVE SPACES TO CQ-LH-DETALLE.
005160     MOVE 1      TO CQ-PUNTERO.
005170     PERFORM 3220-LISTAR-HUECO THRU 3220-LISTAR-HUECO-EXIT
005180         VARYING CQ-IDX-MULT FROM 1 BY 1
005190         UNTIL CQ-IDX-MULT > CQ-AO-MAX-MULT(CQ-IDX-OPER).
005200     IF CQ-CTR-HUECOS = ZEROS
005210         MOVE "NINGUNO" TO CQ-LH-DETALLE
005220     END-IF.
005230     IF CQ-CTR-HUECOS > CQ-CTR-LISTADOS
005240         SUBTRACT CQ-CTR-LISTADOS FROM CQ-CTR-HUECOS
005250             GIVING CQ-MAS-EDITADO
005260         STRING "Y" CQ-MAS-EDITADO " MAS" DELIMITED BY SIZE
005270             INTO CQ-LH-DETALLE WITH POINTER CQ-PUNTERO
005280     END-IF.
005290     MOVE CQ-AO-MAX-MULT(CQ-IDX-OPER) TO CQ-LH-LIMITE.
005300     DISPLAY CQ-LINEA-HUECOS.
005310     MOVE SPACES TO CQ-LF-DETALLE.
005320     MOVE CQ-AO-FECHA-MAX(CQ-IDX-OPER) TO CQ-FECHA-TRABAJO.
005330     PERFORM 3230-EDITAR-FECHA THRU 3230-EDITAR-FECHA-EXIT.
005340     IF CQ-AO-FECHA-MIN(CQ-IDX-OPER)
005350         = CQ-AO-FECHA-MAX(CQ-IDX-OPER)
005360         MOVE CQ-FECHA-EDITADA TO CQ-LF-DETALLE
005370     ELSE
005380         MOVE CQ-AO-FECHA-MIN(CQ-IDX-OPER) TO CQ-FECHA-TRABAJO
005390         MOVE CQ-FECHA-EDITADA TO CQ-FECHA-HASTA
005400         PERFORM 3230-EDITAR-FECHA THRU 3230-EDITAR-FECHA-EXIT
005410         STRING "DEL " CQ-FECHA-EDITADA " AL " CQ-FECHA-HASTA
005420             DELIMITED BY SIZE INTO CQ-LF-DETALLE
005430     END-IF.
005440     DISPLAY CQ-LINEA-FECHA.
005450 3200-MOSTRAR-OPERACION-EXIT.
005460     EXIT.
005470
005480 3210-MEDIR-CONTIGUO.
005490     MOVE CQ-IDX-MULT TO CQ-CONTIGUO.
005500 3210-MEDIR-CONTIGUO-EXIT.
005510     EXIT.
005520
005530 3220-LISTAR-HUECO.
005540     IF CQ-AO-MARCA(CQ-IDX-OPER, CQ-IDX-MULT) NOT = SPACE
005550         GO TO 3220-LISTAR-HUECO-EXIT
005560     END-IF.
005570     ADD 1 TO CQ-CTR-HUECOS.
005580     IF CQ-CTR-LISTADOS < 12
005590         ADD 1 TO CQ-CTR-LISTADOS
005600         MOVE CQ-IDX-MULT TO CQ-HUECO-EDITADO
005610         STRING CQ-HUECO-EDITADO " " DELIMITED BY SIZE
005620             INTO CQ-LH-DETALLE WITH POINTER CQ-PUNTERO
005630     END-IF.
005640 3220-LISTAR-HUECO-EXIT.
005650     EXIT.
005660
005670 3230-EDITAR-FECHA.
005680     MOVE CQ-FP-DIA TO CQ-FE-DIA.
005690     MOVE CQ-FP-MES TO CQ-FE-MES.
005700     MOVE CQ-FP-ANO TO CQ-FE-ANO.
005710 3230-EDITAR-FECHA-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    9000-FINALIZAR - CIERRA EL MAESTRO Y ANOTA EN LA BITACORA
005760*    CUANTAS CONSULTAS SE HAN ATENDIDO.
005770******************************************************************
005780 9000-FINALIZAR.
005790     CLOSE MAESTRO-FILE.
005800     DISPLAY "FIN DE LA CONSULTA. NUMEROS CONSULTADOS: "
005810         CQ-CTR-CONSULTAS.
005820     MOVE CQ-CTR-CONSULTAS TO CQ-BR-CONSULTAS.
005830     MOVE "TB301I"       TO BT-CODIGO.
005840     MOVE CQ-BIT-RESUMEN TO BT-TEXTO.
005850     PERFORM 9710-GRABAR-BITACORA
005860         THRU 9710-GRABAR-BITACORA-EXIT.
005870     MOVE 0 TO RETURN-CODE.
005880     MOVE RETURN-CODE TO BT-FIN-RETORNO.
005890     MOVE "TB002I" TO BT-CODIGO.
005900     MOVE BT-TEXTO-FIN TO BT-TEXTO.
005910     PERFORM 9710-GRABAR-BITACORA
005920         THRU 9710-GRABAR-BITACORA-EXIT.
005930     PERFORM 9720-CERRAR-BITACORA
005940         THRU 9720-CERRAR-BITACORA-EXIT.
005950 9000-FINALIZAR-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
006000*    BITACORA CENTRAL DE EXPLOTACION.
006010******************************************************************
006020     COPY TMBITPRC.
006030
006040 END PROGRAM TABCONSU.
