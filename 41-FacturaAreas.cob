000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABFACTU.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : REPERCUSION MENSUAL DE COSTES POR AREA
000090*                  PETICIONARIA. POR CADA AREA INFORMA LAS
000100*                  PETICIONES RECIBIDAS, LAS FUSIONADAS EN LA
000110*                  PETICION DE OTRA AREA, LAS TABLAS CALCULADAS,
000120*                  LAS SERVIDAS DESDE TABMAEST, LAS FALTANTES DEL
000130*                  SERVICIO Y LAS RECHAZADAS, Y AL FINAL LA LISTA
000140*                  DE PETICIONES FUSIONADAS CON EL AREA TITULAR
000150*                  QUE LAS ABSORBIO. FUENTES: EL HISTORICO DE
000160*                  CONSUMO (VER TMCSMREG) PARA PEDIDAS,
000170*                  FUSIONADAS, SERVIDAS Y FALTANTES, Y LOS
000180*                  DETALLES DEL AUDITLOG (FD-AUD-AREA) PARA
000190*                  CALCULADAS Y RECHAZADAS. LAS PETICIONES SIN
000200*                  AREA (HISTORICO ANTERIOR AL CODIGO DE AREA)
000210*                  SE ACUMULAN EN UNA LINEA CON EL AREA EN
000220*                  BLANCO. EL MES SE RECIBE POR PARM EN FORMATO
000230*                  AAAAMM; SIN PARM SE INFORMA EL MES EN CURSO.
000240*----------------------------------------------------------------*
000250*    HISTORIAL DE MODIFICACIONES                                 *
000260*    FECHA       INIC.  DESCRIPCION
000270*    ----------  -----  ----------------------------------------
000280*    15/10/2026  JLR    VERSION ORIGINAL.
000282*    15/10/2026  JLR    SIN PARM, EL MES ES EL DE LA FECHA DE
000284*                       NEGOCIO (TMCICWS/TMCICPRC) Y NO EL DEL
000286*                       RELOJ.
000287*    15/10/2026  JLR    SERVIDAS TAMBIEN LAS DE LA ENTREGA
000288*                       NOCTURNA TABENTRE, SIN CONTARLAS DE NUEVO
000289*                       COMO PEDIDAS.
000290******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AUDITORIA-FILE ASSIGN TO "AUDITLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TF-FS-AUDITORIA.
000370
000380     SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS TF-FS-CONSUMO.
000410
000420     SELECT INFORME-FILE ASSIGN TO "INFFACTU"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS TF-FS-INFORME.
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
000530*    HISTORICO DE AUDITORIA GRABADO POR CAPITULO41.
000540******************************************************************
000550 FD  AUDITORIA-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580     COPY TMAUDREG.
000590
000600******************************************************************
000610*    HISTORICO DE CONSUMO POR AREA PETICIONARIA.
000620******************************************************************
000630 FD  CONSUMO-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS.
000660     COPY TMCSMREG.
000670
000680******************************************************************
000690*    INFORME MENSUAL DE REPERCUSION POR AREA.
000700******************************************************************
000710 FD  INFORME-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  FD-REG-INFORME                  PIC X(80).
000750
000751******************************************************************
000752*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
000753******************************************************************
000754 FD  CICLO-FILE
000755     LABEL RECORDS ARE STANDARD
000756     RECORD CONTAINS 80 CHARACTERS.
000757     COPY TMCICREG.
000758
000760******************************************************************
000770*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000780******************************************************************
000790 FD  BITACORA-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820     COPY TMBITREG.
000830
000840 WORKING-STORAGE SECTION.
000850     COPY TMBITWS.
000855     COPY TMCICWS.
000860 01  TF-SW-EOF-AUD               PIC X(01) VALUE "N".
000870         88  TF88-EOF-AUDITORIA      VALUE "S".
000880
000890 01  TF-SW-EOF-CSM               PIC X(01) VALUE "N".
000900         88  TF88-EOF-CONSUMO        VALUE "S".
000910
000920 01  TF-SW-CONSUMO               PIC X(01) VALUE "N".
000930         88  TF88-CON-CONSUMO        VALUE "S".
000940         88  TF88-SIN-CONSUMO        VALUE "N".
000950
000960 01  TF-FS-AUDITORIA             PIC X(02) VALUE SPACES.
000970 01  TF-FS-CONSUMO               PIC X(02) VALUE SPACES.
000980 01  TF-FS-INFORME               PIC X(02) VALUE SPACES.
000990
001000 01  TF-PARM-MES                 PIC X(06) VALUE SPACES.
001010 01  TF-MES-INFORME              PIC 9(06) VALUE ZEROS.
001030 01  TF-AREA                     PIC X(04) VALUE SPACES.
001040
001050 77  TF-CTR-OMITIDOS             PIC 9(07) VALUE ZEROS COMP.
001060 77  TF-CTR-FUSIONES-LISTADAS    PIC 9(07) VALUE ZEROS COMP.
001070 77  TF-IDX                      PIC S9(03) VALUE ZEROS COMP.
001080 77  TF-IDX-HUECO                PIC 9(03) VALUE ZEROS COMP.
001090
001100******************************************************************
001110*    CONTADORES POR AREA, EN ORDEN ASCENDENTE DE CODIGO DE AREA
001120*    (INSERCION ORDENADA). LA ULTIMA FILA ACUMULA LOS TOTALES.
001130******************************************************************
001140 01  TF-MAX-AREAS                PIC 9(03) VALUE 200.
001150 01  TF-NUM-AREAS                PIC 9(03) VALUE ZEROS COMP.
001160 01  TF-TAB-AREAS.
001170     05  TF-FILA-AREA            OCCURS 201.
001180         10  TF-AR-CODIGO        PIC X(04).
001190         10  TF-AR-CUENTAS.
001200             15  TF-AR-PEDIDAS     PIC 9(07) COMP.
001210             15  TF-AR-FUSIONADAS  PIC 9(07) COMP.
001220             15  TF-AR-CALCULADAS  PIC 9(07) COMP.
001230             15  TF-AR-SERVIDAS    PIC 9(07) COMP.
001240             15  TF-AR-FALTANTES   PIC 9(07) COMP.
001250             15  TF-AR-RECHAZADAS  PIC 9(07) COMP.
001260 77  TF-IDX-TOTAL                PIC 9(03) VALUE 201 COMP.
001270
001280 01  TF-LINEA-TITULO.
001290     05  FILLER                  PIC X(46) VALUE
001300         "REPERCUSION DE COSTES POR AREA - MES (AAAAMM):".
001310     05  FILLER                  PIC X(01) VALUE SPACES.
001320     05  TF-LT-MES               PIC 9(06).
001330     05  FILLER                  PIC X(27) VALUE SPACES.
001340
001350 01  TF-LINEA-BLANCO             PIC X(80) VALUE SPACES.
001360
001370 01  TF-LINEA-SECCION            PIC X(80) VALUE SPACES.
001380
001390 01  TF-LINEA-CABECERA.
001400     05  FILLER                  PIC X(30) VALUE
001410         "  AREA  PEDIDAS  FUSION.  CALC".
001420     05  FILLER                  PIC X(30) VALUE
001430         "UL.  SERVID.  FALTAN.  RECHAZ.".
001440     05  FILLER                  PIC X(20) VALUE SPACES.
001450
001460 01  TF-LINEA-AREA.
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  TF-LA-AREA              PIC X(04).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  TF-LA-PEDIDAS           PIC ZZZZZZ9.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  TF-LA-FUSIONADAS        PIC ZZZZZZ9.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  TF-LA-CALCULADAS        PIC ZZZZZZ9.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  TF-LA-SERVIDAS          PIC ZZZZZZ9.
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  TF-LA-FALTANTES         PIC ZZZZZZ9.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  TF-LA-RECHAZADAS        PIC ZZZZZZ9.
001610     05  FILLER                  PIC X(20) VALUE SPACES.
001620
001630 01  TF-LINEA-CAB-FUSION.
001640     05  FILLER                  PIC X(46) VALUE
001650         "  FECHA     AREA NUMERO OPER   TAMANO  TITULAR".
001660     05  FILLER                  PIC X(34) VALUE SPACES.
001670
001680 01  TF-LINEA-FUSION.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  TF-LF-FECHA             PIC 9(08).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  TF-LF-AREA              PIC X(04).
001730     05  FILLER                  PIC X(04) VALUE SPACES.
001740     05  TF-LF-NUMERO            PIC ZZ9.
001750     05  FILLER                  PIC X(04) VALUE SPACES.
001760     05  TF-LF-OPER              PIC X(01).
001770     05  FILLER                  PIC X(06) VALUE SPACES.
001780     05  TF-LF-TAMANO            PIC ZZ9.
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  TF-LF-TITULAR           PIC X(04).
001810     05  FILLER                  PIC X(37) VALUE SPACES.
001820
001830 PROCEDURE DIVISION.
001840******************************************************************
001850*    0000-MAINLINE - CONTROL PRINCIPAL DE LA REPERCUSION.
001860******************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001890     PERFORM 2000-ACUMULAR-AUDITORIA
001900         THRU 2000-ACUMULAR-AUDITORIA-EXIT
001910         UNTIL TF88-EOF-AUDITORIA.
001920     IF TF88-CON-CONSUMO
001930         PERFORM 3000-ACUMULAR-CONSUMO
001940             THRU 3000-ACUMULAR-CONSUMO-EXIT
001950             UNTIL TF88-EOF-CONSUMO
001960     END-IF.
001970     PERFORM 4000-ESCRIBIR-CUADRO
001980         THRU 4000-ESCRIBIR-CUADRO-EXIT.
001990     IF TF88-CON-CONSUMO
002000         PERFORM 5000-LISTAR-FUSIONES
002010             THRU 5000-LISTAR-FUSIONES-EXIT
002020     END-IF.
002030     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002040     STOP RUN.
002050
002060******************************************************************
002070*    1000-INICIALIZAR - VALIDA EL PARM DEL MES (AAAAMM), TOMA EL
002080*    MES EN CURSO SI NO SE RECIBE Y ABRE LOS FICHEROS. SIN
002090*    HISTORICO DE CONSUMO SOLO SE INFORMAN CALCULADAS Y
002100*    RECHAZADAS.
002110******************************************************************
002120 1000-INICIALIZAR.
002130     PERFORM 9700-ABRIR-BITACORA
002140         THRU 9700-ABRIR-BITACORA-EXIT.
002150     MOVE "TABFACTU" TO BT-PROGRAMA.
002160     MOVE "TB001I" TO BT-CODIGO.
002170     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
002180     PERFORM 9710-GRABAR-BITACORA
002190         THRU 9710-GRABAR-BITACORA-EXIT.
002200     INITIALIZE TF-TAB-AREAS.
002210     ACCEPT TF-PARM-MES FROM COMMAND-LINE.
002220     IF TF-PARM-MES = SPACES
002230         PERFORM 9600-FECHA-NEGOCIO
002235             THRU 9600-FECHA-NEGOCIO-EXIT
002240         MOVE CI-FECHA-NEGOCIO(1:6) TO TF-MES-INFORME
002250     ELSE
002260         IF TF-PARM-MES IS NOT NUMERIC
002270             DISPLAY "*** PARM DE MES INVALIDO: '" TF-PARM-MES
002280                 "'. FORMATO ESPERADO AAAAMM. ***"
002290             MOVE 16 TO RETURN-CODE
002300             STOP RUN
002310         END-IF
002320         MOVE TF-PARM-MES TO TF-MES-INFORME
002330         IF TF-MES-INFORME(5:2) < "01"
002340             OR TF-MES-INFORME(5:2) > "12"
002350             DISPLAY "*** MES FUERA DE RANGO EN PARM: '"
002360                 TF-PARM-MES "'. ***"
002370             MOVE 16 TO RETURN-CODE
002380             STOP RUN
002390         END-IF
002400     END-IF.
002410     OPEN INPUT AUDITORIA-FILE.
002420     IF TF-FS-AUDITORIA NOT = "00"
002430         DISPLAY "*** ERROR ABRIENDO AUDITLOG (STATUS="
002440             TF-FS-AUDITORIA "). ***"
002450         MOVE "TB101E" TO BT-CODIGO
002460         MOVE "ERROR DE APERTURA DE AUDITLOG" TO BT-TEXTO
002470         PERFORM 9710-GRABAR-BITACORA
002480             THRU 9710-GRABAR-BITACORA-EXIT
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     OPEN INPUT CONSUMO-FILE.
002530     IF TF-FS-CONSUMO = "00"
002540         SET TF88-CON-CONSUMO TO TRUE
002550     ELSE
002560         SET TF88-SIN-CONSUMO TO TRUE
002570         DISPLAY "*** CONSUMO NO DISPONIBLE (STATUS="
002580             TF-FS-CONSUMO "). SOLO SE INFORMAN CALCULADAS Y "
002590             "RECHAZADAS. ***"
002600     END-IF.
002610     OPEN OUTPUT INFORME-FILE.
002620     IF TF-FS-INFORME NOT = "00"
002630         DISPLAY "*** ERROR ABRIENDO INFFACTU (STATUS="
002640             TF-FS-INFORME "). ***"
002650         MOVE "TB101E" TO BT-CODIGO
002660         MOVE "ERROR DE APERTURA DE INFFACTU" TO BT-TEXTO
002670         PERFORM 9710-GRABAR-BITACORA
002680             THRU 9710-GRABAR-BITACORA-EXIT
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720 1000-INICIALIZAR-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    2000-ACUMULAR-AUDITORIA - DETALLES DEL MES: LOS ACEPTADOS
002770*    SON TABLAS CALCULADAS Y LOS RECHAZADOS PETICIONES
002780*    RECHAZADAS DEL AREA. CABECERAS, CIERRES Y REGISTROS DEL
002790*    HISTORICO ANTERIOR (SIN AREA) NO CUENTAN.
002800******************************************************************
002810 2000-ACUMULAR-AUDITORIA.
002820     READ AUDITORIA-FILE
002830         AT END
002840             SET TF88-EOF-AUDITORIA TO TRUE
002850             GO TO 2000-ACUMULAR-AUDITORIA-EXIT
002860     END-READ.
002870     IF NOT FD88-AUD-DETALLE
002880         GO TO 2000-ACUMULAR-AUDITORIA-EXIT
002890     END-IF.
002900     IF FD-AUD-FECHA IS NOT NUMERIC
002910         ADD 1 TO TF-CTR-OMITIDOS
002920         GO TO 2000-ACUMULAR-AUDITORIA-EXIT
002930     END-IF.
002940     IF FD-AUD-FECHA(1:6) NOT = TF-MES-INFORME
002950         GO TO 2000-ACUMULAR-AUDITORIA-EXIT
002960     END-IF.
002970     MOVE FD-AUD-AREA TO TF-AREA.
002980     PERFORM 2100-LOCALIZAR-AREA
002990         THRU 2100-LOCALIZAR-AREA-EXIT.
003000     IF FD88-AUD-RECHAZADO
003010         ADD 1 TO TF-AR-RECHAZADAS(TF-IDX-HUECO)
003020         ADD 1 TO TF-AR-RECHAZADAS(TF-IDX-TOTAL)
003030     ELSE
003040         ADD 1 TO TF-AR-CALCULADAS(TF-IDX-HUECO)
003050         ADD 1 TO TF-AR-CALCULADAS(TF-IDX-TOTAL)
003060     END-IF.
003070 2000-ACUMULAR-AUDITORIA-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    2100-LOCALIZAR-AREA - DEJA EN TF-IDX-HUECO LA FILA DE
003120*    TF-AREA, DANDOLA DE ALTA EN SU POSICION ORDENADA SI NO
003130*    EXISTIA.
003140******************************************************************
003150 2100-LOCALIZAR-AREA.
003160     PERFORM 2110-BUSCAR-HUECO THRU 2110-BUSCAR-HUECO-EXIT
003170         VARYING TF-IDX-HUECO FROM 1 BY 1
003180         UNTIL TF-IDX-HUECO > TF-NUM-AREAS
003190         OR TF-AR-CODIGO(TF-IDX-HUECO) NOT < TF-AREA.
003200     IF TF-IDX-HUECO NOT > TF-NUM-AREAS
003210         AND TF-AR-CODIGO(TF-IDX-HUECO) = TF-AREA
003220         GO TO 2100-LOCALIZAR-AREA-EXIT
003230     END-IF.
003240     IF TF-NUM-AREAS NOT < TF-MAX-AREAS
003250         DISPLAY "*** MAS DE " TF-MAX-AREAS " AREAS EN EL MES: "
003260             "AMPLIAR TF-TAB-AREAS. ***"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     PERFORM 2120-DESPLAZAR-AREA THRU 2120-DESPLAZAR-AREA-EXIT
003310         VARYING TF-IDX FROM TF-NUM-AREAS BY -1
003320         UNTIL TF-IDX < TF-IDX-HUECO.
003330     INITIALIZE TF-AR-CUENTAS(TF-IDX-HUECO).
003340     MOVE TF-AREA TO TF-AR-CODIGO(TF-IDX-HUECO).
003350     ADD 1 TO TF-NUM-AREAS.
003360 2100-LOCALIZAR-AREA-EXIT.
003370     EXIT.
003380
003390 2110-BUSCAR-HUECO.
003400     CONTINUE.
003410 2110-BUSCAR-HUECO-EXIT.
003420     EXIT.
003430
003440 2120-DESPLAZAR-AREA.
003450     MOVE TF-FILA-AREA(TF-IDX) TO TF-FILA-AREA(TF-IDX + 1).
003460 2120-DESPLAZAR-AREA-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*    3000-ACUMULAR-CONSUMO - EVENTOS DEL MES: 'P' ES UNA
003510*    PETICION RECIBIDA (FUSIONADA SI EL TITULAR ES OTRA AREA),
003520*    'S' UNA PETICION RECIBIDA Y SERVIDA DESDE EL MAESTRO Y 'F'
003530*    UNA PETICION RECIBIDA Y PASADA A FALTANTE. LA 'S' DE LA
003533*    ENTREGA NOCTURNA (TABENTRE) SIRVE UNA PETICION YA CONTADA
003536*    POR SU 'P' Y SOLO SUMA EN SERVIDAS.
003540******************************************************************
003550 3000-ACUMULAR-CONSUMO.
003560     READ CONSUMO-FILE
003570         AT END
003580             SET TF88-EOF-CONSUMO TO TRUE
003590             GO TO 3000-ACUMULAR-CONSUMO-EXIT
003600     END-READ.
003610     IF FD-CSM-FECHA IS NOT NUMERIC
003620         ADD 1 TO TF-CTR-OMITIDOS
003630         GO TO 3000-ACUMULAR-CONSUMO-EXIT
003640     END-IF.
003650     IF FD-CSM-FECHA(1:6) NOT = TF-MES-INFORME
003660         GO TO 3000-ACUMULAR-CONSUMO-EXIT
003670     END-IF.
003680     MOVE FD-CSM-AREA TO TF-AREA.
003690     PERFORM 2100-LOCALIZAR-AREA
003700         THRU 2100-LOCALIZAR-AREA-EXIT.
003703     IF NOT FD88-CSM-SERVIDA
003706         OR FD-CSM-PROGRAMA NOT = "TABENTRE"
003710         ADD 1 TO TF-AR-PEDIDAS(TF-IDX-HUECO)
003720         ADD 1 TO TF-AR-PEDIDAS(TF-IDX-TOTAL)
003725     END-IF.
003730     EVALUATE TRUE
003740         WHEN FD88-CSM-PEDIDA
003750             IF FD-CSM-TITULAR NOT = FD-CSM-AREA
003760                 ADD 1 TO TF-AR-FUSIONADAS(TF-IDX-HUECO)
003770                 ADD 1 TO TF-AR-FUSIONADAS(TF-IDX-TOTAL)
003780             END-IF
003790         WHEN FD88-CSM-SERVIDA
003800             ADD 1 TO TF-AR-SERVIDAS(TF-IDX-HUECO)
003810             ADD 1 TO TF-AR-SERVIDAS(TF-IDX-TOTAL)
003820         WHEN FD88-CSM-FALTANTE
003830             ADD 1 TO TF-AR-FALTANTES(TF-IDX-HUECO)
003840             ADD 1 TO TF-AR-FALTANTES(TF-IDX-TOTAL)
003850         WHEN OTHER
003860             ADD 1 TO TF-CTR-OMITIDOS
003870     END-EVALUATE.
003880 3000-ACUMULAR-CONSUMO-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*    4000-ESCRIBIR-CUADRO - CUADRO DE CONTADORES POR AREA Y
003930*    LINEA DE TOTALES.
003940******************************************************************
003950 4000-ESCRIBIR-CUADRO.
003960     MOVE TF-MES-INFORME TO TF-LT-MES.
003970     WRITE FD-REG-INFORME FROM TF-LINEA-TITULO
003980         BEFORE ADVANCING 1 LINE.
003990     WRITE FD-REG-INFORME FROM TF-LINEA-BLANCO
004000         BEFORE ADVANCING 1 LINE.
004010     IF TF-NUM-AREAS = ZEROS
004020         MOVE "  SIN ACTIVIDAD DE AREAS EN EL MES."
004030             TO TF-LINEA-SECCION
004040         WRITE FD-REG-INFORME FROM TF-LINEA-SECCION
004050             BEFORE ADVANCING 1 LINE
004060         GO TO 4000-ESCRIBIR-CUADRO-EXIT
004070     END-IF.
004080     WRITE FD-REG-INFORME FROM TF-LINEA-CABECERA
004090         BEFORE ADVANCING 1 LINE.
004100     PERFORM 4100-LINEA-AREA THRU 4100-LINEA-AREA-EXIT
004110         VARYING TF-IDX FROM 1 BY 1
004120         UNTIL TF-IDX > TF-NUM-AREAS.
004130     WRITE FD-REG-INFORME FROM TF-LINEA-BLANCO
004140         BEFORE ADVANCING 1 LINE.
004150     MOVE TF-IDX-TOTAL TO TF-IDX.
004160     MOVE "TOT." TO TF-AR-CODIGO(TF-IDX-TOTAL).
004170     PERFORM 4100-LINEA-AREA THRU 4100-LINEA-AREA-EXIT.
004180 4000-ESCRIBIR-CUADRO-EXIT.
004190     EXIT.
004200
004210 4100-LINEA-AREA.
004220     MOVE TF-AR-CODIGO(TF-IDX)     TO TF-LA-AREA.
004230     MOVE TF-AR-PEDIDAS(TF-IDX)    TO TF-LA-PEDIDAS.
004240     MOVE TF-AR-FUSIONADAS(TF-IDX) TO TF-LA-FUSIONADAS.
004250     MOVE TF-AR-CALCULADAS(TF-IDX) TO TF-LA-CALCULADAS.
004260     MOVE TF-AR-SERVIDAS(TF-IDX)   TO TF-LA-SERVIDAS.
004270     MOVE TF-AR-FALTANTES(TF-IDX)  TO TF-LA-FALTANTES.
004280     MOVE TF-AR-RECHAZADAS(TF-IDX) TO TF-LA-RECHAZADAS.
004290     WRITE FD-REG-INFORME FROM TF-LINEA-AREA
004300         BEFORE ADVANCING 1 LINE.
004310 4100-LINEA-AREA-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*    5000-LISTAR-FUSIONES - SEGUNDA PASADA POR EL CONSUMO:
004360*    LISTA LAS PETICIONES DEL MES FUSIONADAS EN LA DE OTRA
004370*    AREA, CON EL AREA TITULAR QUE LAS ABSORBIO.
004380******************************************************************
004390 5000-LISTAR-FUSIONES.
004400     CLOSE CONSUMO-FILE.
004410     OPEN INPUT CONSUMO-FILE.
004420     IF TF-FS-CONSUMO NOT = "00"
004430         DISPLAY "*** ERROR REABRIENDO CONSUMO (STATUS="
004440             TF-FS-CONSUMO "). ***"
004450         MOVE "TB101E" TO BT-CODIGO
004460         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
004470         PERFORM 9710-GRABAR-BITACORA
004480             THRU 9710-GRABAR-BITACORA-EXIT
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     MOVE "N" TO TF-SW-EOF-CSM.
004530     WRITE FD-REG-INFORME FROM TF-LINEA-BLANCO
004540         BEFORE ADVANCING 1 LINE.
004550     MOVE "  PETICIONES FUSIONADAS EN LA DE OTRA AREA:"
004560         TO TF-LINEA-SECCION.
004570     WRITE FD-REG-INFORME FROM TF-LINEA-SECCION
004580         BEFORE ADVANCING 1 LINE.
004590     WRITE FD-REG-INFORME FROM TF-LINEA-CAB-FUSION
004600         BEFORE ADVANCING 1 LINE.
004610     PERFORM 5100-LINEA-FUSION THRU 5100-LINEA-FUSION-EXIT
004620         UNTIL TF88-EOF-CONSUMO.
004630     IF TF-CTR-FUSIONES-LISTADAS = ZEROS
004640         MOVE "  NINGUNA." TO TF-LINEA-SECCION
004650         WRITE FD-REG-INFORME FROM TF-LINEA-SECCION
004660             BEFORE ADVANCING 1 LINE
004670     END-IF.
004680 5000-LISTAR-FUSIONES-EXIT.
004690     EXIT.
004700
004710 5100-LINEA-FUSION.
004720     READ CONSUMO-FILE
004730         AT END
004740             SET TF88-EOF-CONSUMO TO TRUE
004750             GO TO 5100-LINEA-FUSION-EXIT
004760     END-READ.
004770     IF FD-CSM-FECHA IS NOT NUMERIC
004780         OR NOT FD88-CSM-PEDIDA
004790         OR FD-CSM-TITULAR = FD-CSM-AREA
004800         GO TO 5100-LINEA-FUSION-EXIT
004810     END-IF.
004820     IF FD-CSM-FECHA(1:6) NOT = TF-MES-INFORME
004830         GO TO 5100-LINEA-FUSION-EXIT
004840     END-IF.
004850     MOVE FD-CSM-FECHA     TO TF-LF-FECHA.
004860     MOVE FD-CSM-AREA      TO TF-LF-AREA.
004870     MOVE FD-CSM-NUMERO    TO TF-LF-NUMERO.
004880     MOVE FD-CSM-OPERACION TO TF-LF-OPER.
004890     MOVE FD-CSM-TAMANO    TO TF-LF-TAMANO.
004900     MOVE FD-CSM-TITULAR   TO TF-LF-TITULAR.
004910     WRITE FD-REG-INFORME FROM TF-LINEA-FUSION
004920         BEFORE ADVANCING 1 LINE.
004930     ADD 1 TO TF-CTR-FUSIONES-LISTADAS.
004940 5100-LINEA-FUSION-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*    9000-FINALIZAR - CIERRA LOS FICHEROS.
004990******************************************************************
005000 9000-FINALIZAR.
005010     IF TF-CTR-OMITIDOS NOT = ZEROS
005020         DISPLAY "TABFACTU: " TF-CTR-OMITIDOS " REGISTROS "
005030             "OMITIDOS POR FORMATO INVALIDO."
005040     END-IF.
005050     CLOSE AUDITORIA-FILE.
005060     IF TF88-CON-CONSUMO
005070         CLOSE CONSUMO-FILE
005080     END-IF.
005090     CLOSE INFORME-FILE.
005100     MOVE RETURN-CODE TO BT-FIN-RETORNO.
005110     MOVE "TB002I" TO BT-CODIGO.
005120     MOVE BT-TEXTO-FIN TO BT-TEXTO.
005130     PERFORM 9710-GRABAR-BITACORA
005140         THRU 9710-GRABAR-BITACORA-EXIT.
005150     PERFORM 9720-CERRAR-BITACORA
005160         THRU 9720-CERRAR-BITACORA-EXIT.
005170 9000-FINALIZAR-EXIT.
005180     EXIT.
005190
005191******************************************************************
005192*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
005193*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
005194******************************************************************
005195     COPY TMCICPRC.
005196
005200******************************************************************
005210*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
005220*    BITACORA CENTRAL DE EXPLOTACION.
005230******************************************************************
005240     COPY TMBITPRC.
005250
005260 END PROGRAM TABFACTU.
