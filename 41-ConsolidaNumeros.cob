000280*                       TAMANO SE CONSERVA POR CADA PAREJA
000290*                       NUMERO/OPERACION Y LA SALIDA CONSERVA
000300*                       EL CODIGO DE OPERACION.
000301*    15/10/2026  JLR    CODIGO DE AREA PETICIONARIA (POSICIONES
000302*                       8-11): LA PRIMERA AREA QUE PIDE CADA
000303*                       PAREJA NUMERO/OPERACION ES LA TITULAR
000304*                       DE LA PETICION CONSOLIDADA Y VIAJA EN
000305*                       NUMCONS; LAS PETICIONES DE OTRAS AREAS
000306*                       FUSIONADAS EN LA SUYA SE INFORMAN EN
000307*                       INFPREP Y CADA PETICION SE ANOTA EN EL
000308*                       HISTORICO DE CONSUMO POR AREA (CONSUMO).
000309*    15/10/2026  JLR    FECHA DEL HISTORICO CONSUMO TOMADA DEL
000310*                       FICHERO DE CONTROL CICLO (TMCICWS/
000311*                       TMCICPRC): FECHA DE NEGOCIO EN LUGAR DEL
000312*                       RELOJ.
000313*    15/10/2026  JLR    CADA PETICION VALIDA SE ANOTA COMO
000314*                       RECIBIDA EN EL SEGUIMIENTO DE PETICIONES
000315*                       SEGPET (TMSEGREG/TMSEGWS/TMSEGPRC), POR
000316*                       NUMERO, OPERACION Y AREA.
000317*    15/10/2026  JLR    REANUDACION SIN DUPLICADOS: LAS PETICIONES
000318*                       QUE UNA EJECUCION ANTERIOR DE LA MISMA
000319*                       FECHA DE NEGOCIO YA ANOTO EN CONSUMO NO
000320*                       SE VUELVEN A ANOTAR EN CONSUMO NI EN
000321*                       SEGPET. ESTADO COMPROBADO TRAS GRABAR EN
000322*                       CONSUMO (RC=16).
000323******************************************************************
000324
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TM-FS-PARAMS.
000510
000511     SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS TP-FS-CONSUMO.
000514
000515     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
000516         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS DYNAMIC
000518         RECORD KEY IS FD-SEG-CLAVE
000519         FILE STATUS IS SG-FS-SEGUIMIENTO.
000520
000521     SELECT CICLO-FILE ASSIGN TO "CICLO"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS CI-FS-CICLO.
000524
000525     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS BT-FS-BITACORA.
000550
000570 FILE SECTION.
000580******************************************************************
000590*    FICHERO DE PETICIONES RECIBIDO DE LAS AREAS, CON
000600*    DUPLICADOS: MISMO FORMATO 3+3 QUE NUMEROS, CON LA
000605*    OPERACION Y EL CODIGO DE AREA PETICIONARIA.
000610******************************************************************
000620 FD  NUMENT-FILE
000630     LABEL RECORDS ARE STANDARD
000660     05  FD-ENT-NUMERO           PIC 9(03).
000670     05  FD-ENT-TAMANO           PIC 9(03).
000680     05  FD-ENT-OPERACION        PIC X(01).
000685     05  FD-ENT-AREA             PIC X(04).
000690     05  FILLER                  PIC X(69).
000700
000710******************************************************************
000720*    NUMEROS CONSOLIDADO Y ORDENADO PARA EL PASO CAP41.
000780     05  FD-CON-NUMERO           PIC 9(03).
000790     05  FD-CON-TAMANO           PIC 9(03).
000800     05  FD-CON-OPERACION        PIC X(01).
000805     05  FD-CON-AREA             PIC X(04).
000810     05  FILLER                  PIC X(69).
000820
000830******************************************************************
000840*    INFORME DE CONSOLIDACION.
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  FD-REG-PARAMS                   PIC X(80).
000990
000991******************************************************************
000992*    HISTORICO DE CONSUMO POR AREA PETICIONARIA (VER TMCSMREG).
000993******************************************************************
000994 FD  CONSUMO-FILE
000995     LABEL RECORDS ARE STANDARD
000996     RECORD CONTAINS 80 CHARACTERS.
000997     COPY TMCSMREG.
000998
000999******************************************************************
001000*    SEGUIMIENTO DE PETICIONES POR AREA (VER TMSEGREG).
001001******************************************************************
001002 FD  SEGPET-FILE
001003     LABEL RECORDS ARE STANDARD
001004     RECORD CONTAINS 80 CHARACTERS.
001005     COPY TMSEGREG.
001006
001007******************************************************************
001008*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001009******************************************************************
001010 FD  CICLO-FILE
001011     LABEL RECORDS ARE STANDARD
001012     RECORD CONTAINS 80 CHARACTERS.
001013     COPY TMCICREG.
001014
001015******************************************************************
001016*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001020******************************************************************
001030 FD  BITACORA-FILE
001040     LABEL RECORDS ARE STANDARD
001080 WORKING-STORAGE SECTION.
001090     COPY TMPARAMS.
001100     COPY TMBITWS.
001105     COPY TMCICWS.
001107     COPY TMSEGWS.
001110
001120 01  TP-SW-EOF                   PIC X(01) VALUE "N".
001130         88  TP88-EOF-NUMENT         VALUE "S".
001140
001142 01  TP-SW-EOF-CONSUMO           PIC X(01) VALUE "N".
001144         88  TP88-EOF-CONSUMO        VALUE "S".
001146
001150 01  TP-FS-NUMENT                PIC X(02) VALUE SPACES.
001160 01  TP-FS-NUMCONS               PIC X(02) VALUE SPACES.
001170 01  TP-FS-INFORME               PIC X(02) VALUE SPACES.
001171 01  TP-FS-CONSUMO               PIC X(02) VALUE SPACES.
001172
001173 01  TP-SW-FUSIONADAS            PIC X(01) VALUE "N".
001174         88  TP88-CON-FUSIONADAS     VALUE "S".
001175         88  TP88-SIN-FUSIONADAS     VALUE "N".
001180
001190 77  TP-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
001200 77  TP-CTR-DISTINTOS            PIC 9(05) VALUE ZEROS COMP.
001210 77  TP-CTR-COLAPSADOS           PIC 9(07) VALUE ZEROS COMP.
001220 77  TP-CTR-SIN-FORMATO          PIC 9(07) VALUE ZEROS COMP.
001221 77  TP-CTR-FUSIONADAS           PIC 9(07) VALUE ZEROS COMP.
001224 77  TP-CTR-YA-ANOTADAS          PIC 9(07) VALUE ZEROS COMP.
001227 77  TP-CTR-REANUDADAS           PIC 9(07) VALUE ZEROS COMP.
001230
001240 01  TP-NUMERO                   PIC 9(03) VALUE ZEROS.
001250 01  TP-TAMANO                   PIC 9(03) VALUE ZEROS.
001260 01  TP-OPERACION                PIC X(01) VALUE "M".
001261 01  TP-AREA                     PIC X(04) VALUE SPACES.
001263 01  TP-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001270 77  TP-IDX                      PIC 9(03) VALUE ZEROS COMP.
001280 77  TP-OPER-IDX                 PIC 9(01) VALUE ZEROS COMP.
001290
001370
001380******************************************************************
001390*    CUADRO DE CONSOLIDACION POR NUMERO Y OPERACION: PETICIONES
001400*    VISTAS, MAYOR TAMANO PEDIDO Y AREA TITULAR (LA PRIMERA QUE
001405*    PIDIO LA PAREJA) DE CADA PAREJA.
001410******************************************************************
001420 01  TP-CONSOLIDADO.
001430     05  TP-ENTRADA OCCURS 999.
001440         10  TP-POR-OPER OCCURS 3.
001450             15  TP-PETICIONES   PIC 9(05) COMP.
001460             15  TP-TAMANO-MAX   PIC 9(03) COMP.
001465             15  TP-AREA-TITULAR PIC X(04).
001470
001480 01  TP-LINEA-TITULO             PIC X(80)
001490     VALUE "CONSOLIDACION DE NUMEROS - DUPLICADOS FUSIONADOS".
001570         05  TP-LD-TAMANO      PIC ZZ9.
001580         05  FILLER            PIC X(04) VALUE " OP ".
001590         05  TP-LD-OPER        PIC X(01).
001595         05  FILLER            PIC X(08) VALUE " TITULAR".
001596         05  FILLER            PIC X(01) VALUE SPACES.
001597         05  TP-LD-AREA        PIC X(04).
001600         05  FILLER            PIC X(16) VALUE SPACES.
001601
001602 01  TP-LINEA-CAB-FUSION         PIC X(80)
001603     VALUE "PETICIONES FUSIONADAS EN LA PETICION DE OTRA AREA:".
001604
001605 01  TP-LINEA-CAB-NUMEROS        PIC X(80)
001606     VALUE "NUMEROS CON DUPLICADOS COLAPSADOS:".
001607
001608 01  TP-LINEA-BLANCO             PIC X(80) VALUE SPACES.
001609
001610 01  TP-LINEA-FUSION.
001611         05  FILLER            PIC X(07) VALUE "  AREA ".
001612         05  TP-LF-AREA        PIC X(04).
001613         05  FILLER            PIC X(08) VALUE " NUMERO ".
001614         05  TP-LF-NUMERO      PIC ZZ9.
001615         05  FILLER            PIC X(04) VALUE " OP ".
001616         05  TP-LF-OPER        PIC X(01).
001617         05  FILLER            PIC X(08) VALUE " TAMANO ".
001618         05  TP-LF-TAMANO      PIC ZZ9.
001619         05  FILLER            PIC X(23)
001620             VALUE " FUSIONADA EN EL AREA ".
001621         05  TP-LF-TITULAR     PIC X(04).
001622         05  FILLER            PIC X(15) VALUE SPACES.
001624
001626 01  TP-LINEA-RESUMEN.
001630         05  TP-LR-ETIQUETA    PIC X(26).
001640         05  TP-LR-CUENTA      PIC ZZZZZZ9.
001650         05  FILLER            PIC X(47) VALUE SPACES.
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002281     PERFORM 9600-FECHA-NEGOCIO
002282         THRU 9600-FECHA-NEGOCIO-EXIT.
002283     PERFORM 1100-CONTAR-ANOTADAS
002284         THRU 1100-CONTAR-ANOTADAS-EXIT.
002285     OPEN EXTEND CONSUMO-FILE.
002286     IF TP-FS-CONSUMO = "35"
002287         OPEN OUTPUT CONSUMO-FILE
002288     END-IF.
002289     IF TP-FS-CONSUMO NOT = "00"
002290         DISPLAY "*** ERROR ABRIENDO CONSUMO (STATUS="
002291             TP-FS-CONSUMO "). ***"
002292         MOVE "TB101E" TO BT-CODIGO
002293         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
002294         PERFORM 9710-GRABAR-BITACORA
002295             THRU 9710-GRABAR-BITACORA-EXIT
002296         MOVE 16 TO RETURN-CODE
002297         STOP RUN
002298     END-IF.
002299     ACCEPT TP-HORA-SISTEMA FROM TIME.
002300     PERFORM 9500-ABRIR-SEGUIMIENTO
002301         THRU 9500-ABRIR-SEGUIMIENTO-EXIT.
002302     MOVE "TABPREP" TO SG-PROGRAMA.
002303     MOVE "N"       TO SG-ORIGEN.
002304     WRITE FD-REG-INFORME FROM TP-LINEA-TITULO
002305         BEFORE ADVANCING 1 LINE.
002310 1000-INICIALIZAR-EXIT.
002311     EXIT.
002312
002313******************************************************************
002314*    1100-CONTAR-ANOTADAS - CUENTA LAS PETICIONES QUE TABPREP YA
002315*    ANOTO EN CONSUMO PARA ESTA FECHA DE NEGOCIO. SOLO LAS HAY SI
002316*    EL TRABAJO SE RELANZA: EL NUMENT ES EL MISMO Y SE RECORRE EN
002317*    EL MISMO ORDEN, ASI QUE ESAS PRIMERAS PETICIONES VALIDAS YA
002318*    ESTAN EN CONSUMO Y EN SEGPET Y NO SE VUELVEN A ANOTAR.
002319******************************************************************
002320 1100-CONTAR-ANOTADAS.
002321     OPEN INPUT CONSUMO-FILE.
002322     IF TP-FS-CONSUMO = "35"
002323         GO TO 1100-CONTAR-ANOTADAS-EXIT
002324     END-IF.
002325     IF TP-FS-CONSUMO NOT = "00"
002326         DISPLAY "*** ERROR ABRIENDO CONSUMO (STATUS="
002327             TP-FS-CONSUMO "). ***"
002328         MOVE "TB101E" TO BT-CODIGO
002329         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
002330         PERFORM 9710-GRABAR-BITACORA
002331             THRU 9710-GRABAR-BITACORA-EXIT
002332         MOVE 16 TO RETURN-CODE
002333         STOP RUN
002334     END-IF.
002335     PERFORM 1110-LEER-CONSUMO THRU 1110-LEER-CONSUMO-EXIT
002336         UNTIL TP88-EOF-CONSUMO.
002337     CLOSE CONSUMO-FILE.
002338     IF TP-CTR-YA-ANOTADAS NOT = ZEROS
002339         DISPLAY "TABPREP: REANUDACION, " TP-CTR-YA-ANOTADAS
002340             " PETICIONES YA ANOTADAS EN CONSUMO."
002341     END-IF.
002342 1100-CONTAR-ANOTADAS-EXIT.
002343     EXIT.
002344
002345 1110-LEER-CONSUMO.
002346     READ CONSUMO-FILE
002347         AT END
002348             SET TP88-EOF-CONSUMO TO TRUE
002349             GO TO 1110-LEER-CONSUMO-EXIT
002350     END-READ.
002351     IF FD-CSM-PROGRAMA = "TABPREP"
002352         AND FD88-CSM-PEDIDA
002353         AND FD-CSM-FECHA = CI-FECHA-NEGOCIO
002354         ADD 1 TO TP-CTR-YA-ANOTADAS
002355     END-IF.
002356 1110-LEER-CONSUMO-EXIT.
002357     EXIT.
002358
002359******************************************************************
002360*    1300-LEER-PARAMETROS (Y AUXILIARES) - LECTURA Y VALIDACION
002361*    DEL FICHERO DE CONTROL PARAMS, COMUNES DEL SUBSISTEMA.
002370******************************************************************
002380     COPY TMPARPRC.
002390
002410*    2000-ACUMULAR-PETICION - LEE UNA PETICION Y LA ACUMULA EN
002420*    EL CUADRO POR NUMERO CON EL MAYOR TAMANO. LOS REGISTROS SIN
002430*    FORMATO SE COPIAN TAL CUAL A LA SALIDA PARA QUE CAP41 LOS
002440*    RECHACE CON SU MOTIVO, COMO HASTA AHORA. LA PRIMERA AREA
002441*    QUE PIDE LA PAREJA QUEDA COMO TITULAR Y CADA PETICION SE
002442*    ANOTA EN EL HISTORICO DE CONSUMO Y, COMO RECIBIDA, EN EL
002444*    SEGUIMIENTO DE PETICIONES, SALVO LAS QUE UNA EJECUCION
002446*    ANTERIOR YA ANOTO (VER 1100). CONSUMO SE GRABA EL ULTIMO:
002448*    ES LO QUE CUENTA LA REANUDACION.
002450******************************************************************
002460 2000-ACUMULAR-PETICION.
002470     READ NUMENT-FILE
002760     ELSE
002770         MOVE FD-ENT-OPERACION TO TP-OPERACION
002780     END-IF.
002785     MOVE FD-ENT-AREA TO TP-AREA.
002790     EVALUATE TP-OPERACION
002800         WHEN "S"
002810             MOVE 2 TO TP-OPER-IDX
002860     END-EVALUATE.
002870     IF TP-PETICIONES(TP-NUMERO TP-OPER-IDX) = ZEROS
002880         ADD 1 TO TP-CTR-DISTINTOS
002885         MOVE TP-AREA TO TP-AREA-TITULAR(TP-NUMERO TP-OPER-IDX)
002890     ELSE
002900         ADD 1 TO TP-CTR-COLAPSADOS
002910     END-IF.
002940         MOVE TP-TAMANO
002950             TO TP-TAMANO-MAX(TP-NUMERO TP-OPER-IDX)
002960     END-IF.
002961     IF TP-AREA NOT = TP-AREA-TITULAR(TP-NUMERO TP-OPER-IDX)
002962         PERFORM 2200-INFORMAR-FUSION
002963             THRU 2200-INFORMAR-FUSION-EXIT
002964     END-IF.
002965     IF TP-CTR-REANUDADAS < TP-CTR-YA-ANOTADAS
002966         ADD 1 TO TP-CTR-REANUDADAS
002967         GO TO 2000-ACUMULAR-PETICION-EXIT
002968     END-IF.
002969     MOVE TP-NUMERO    TO SG-NUMERO.
002970     MOVE TP-OPERACION TO SG-OPERACION.
002971     MOVE TP-AREA      TO SG-AREA.
002972     MOVE TP-TAMANO    TO SG-TAMANO.
002973     MOVE "R"          TO SG-ETAPA.
002974     PERFORM 9510-ANOTAR-PETICION
002975         THRU 9510-ANOTAR-PETICION-EXIT.
002976     PERFORM 2100-ANOTAR-CONSUMO
002977         THRU 2100-ANOTAR-CONSUMO-EXIT.
002978 2000-ACUMULAR-PETICION-EXIT.
002980     EXIT.
002981
002982******************************************************************
002983*    2100-ANOTAR-CONSUMO - GRABA EN EL HISTORICO DE CONSUMO LA
002984*    PETICION LEIDA CON SU AREA Y EL AREA TITULAR DE LA PAREJA.
002985******************************************************************
002986 2100-ANOTAR-CONSUMO.
002987     MOVE SPACES TO FD-REG-CONSUMO.
002988     MOVE CI-FECHA-NEGOCIO      TO FD-CSM-FECHA.
002989     MOVE TP-HORA-SISTEMA(1:6)  TO FD-CSM-HORA.
002990     MOVE "TABPREP"             TO FD-CSM-PROGRAMA.
002991     SET FD88-CSM-PEDIDA        TO TRUE.
002992     MOVE TP-AREA               TO FD-CSM-AREA.
002993     MOVE TP-NUMERO             TO FD-CSM-NUMERO.
002994     MOVE TP-TAMANO             TO FD-CSM-TAMANO.
002995     MOVE TP-OPERACION          TO FD-CSM-OPERACION.
002996     MOVE TP-AREA-TITULAR(TP-NUMERO TP-OPER-IDX)
002997                                TO FD-CSM-TITULAR.
002998     WRITE FD-REG-CONSUMO.
002999     IF TP-FS-CONSUMO NOT = "00"
003000         DISPLAY "*** ERROR GRABANDO CONSUMO (STATUS="
003001             TP-FS-CONSUMO "). ***"
003002         MOVE "TB101E" TO BT-CODIGO
003003         MOVE "ERROR DE GRABACION DE CONSUMO" TO BT-TEXTO
003004         PERFORM 9710-GRABAR-BITACORA
003005             THRU 9710-GRABAR-BITACORA-EXIT
003006         MOVE 16 TO RETURN-CODE
003007         STOP RUN
003008     END-IF.
003009 2100-ANOTAR-CONSUMO-EXIT.
003010     EXIT.
003011
003012******************************************************************
003013*    2200-INFORMAR-FUSION - LA PETICION ES DE UN AREA DISTINTA
003014*    DE LA TITULAR: SE CALCULARA DENTRO DE LA PETICION DE ESA
003015*    AREA Y SE INFORMA PARA QUE EL AREA SEPA DONDE FUE A PARAR.
003016******************************************************************
003017 2200-INFORMAR-FUSION.
003018     ADD 1 TO TP-CTR-FUSIONADAS.
003019     IF TP88-SIN-FUSIONADAS
003020         SET TP88-CON-FUSIONADAS TO TRUE
003021         WRITE FD-REG-INFORME FROM TP-LINEA-CAB-FUSION
003022             BEFORE ADVANCING 1 LINE
003023     END-IF.
003024     MOVE TP-AREA      TO TP-LF-AREA.
003025     MOVE TP-NUMERO    TO TP-LF-NUMERO.
003026     MOVE TP-OPERACION TO TP-LF-OPER.
003027     MOVE TP-TAMANO    TO TP-LF-TAMANO.
003028     MOVE TP-AREA-TITULAR(TP-NUMERO TP-OPER-IDX)
003029                       TO TP-LF-TITULAR.
003030     WRITE FD-REG-INFORME FROM TP-LINEA-FUSION
003031         BEFORE ADVANCING 1 LINE.
003032 2200-INFORMAR-FUSION-EXIT.
003033     EXIT.
003034
003035******************************************************************
003036*    3000-GRABAR-CONSOLIDADO - RECORRE EL CUADRO EN ORDEN DE
003037*    NUMERO Y OPERACION (LA SALIDA QUEDA ORDENADA), GRABA UNA
003038*    PETICION POR PAREJA CON SU MAYOR TAMANO Y SU AREA TITULAR
003040*    E INFORMA LOS FUSIONADOS.
003050******************************************************************
003060 3000-GRABAR-CONSOLIDADO.
003061     IF TP88-CON-FUSIONADAS
003062         WRITE FD-REG-INFORME FROM TP-LINEA-BLANCO
003063             BEFORE ADVANCING 1 LINE
003064         WRITE FD-REG-INFORME FROM TP-LINEA-CAB-NUMEROS
003065             BEFORE ADVANCING 1 LINE
003066     END-IF.
003070     PERFORM 3100-GRABAR-UN-NUMERO
003080         THRU 3100-GRABAR-UN-NUMERO-EXIT
003090         VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > 999.
003260     MOVE TP-TAMANO-MAX(TP-IDX TP-OPER-IDX)
003270                                     TO FD-CON-TAMANO.
003280     MOVE TP-OPER-LETRA(TP-OPER-IDX) TO FD-CON-OPERACION.
003283     MOVE TP-AREA-TITULAR(TP-IDX TP-OPER-IDX)
003286                                     TO FD-CON-AREA.
003290     WRITE FD-REG-NUMCONS.
003300     IF TP-PETICIONES(TP-IDX TP-OPER-IDX) > 1
003310         MOVE TP-IDX TO TP-LD-NUMERO
003340         MOVE TP-TAMANO-MAX(TP-IDX TP-OPER-IDX)
003350             TO TP-LD-TAMANO
003360         MOVE TP-OPER-LETRA(TP-OPER-IDX) TO TP-LD-OPER
003365         MOVE TP-AREA-TITULAR(TP-IDX TP-OPER-IDX) TO TP-LD-AREA
003370         WRITE FD-REG-INFORME FROM TP-LINEA-DETALLE
003380             BEFORE ADVANCING 1 LINE
003390     END-IF.
003620     MOVE TP-CTR-SIN-FORMATO TO TP-LR-CUENTA.
003630     WRITE FD-REG-INFORME FROM TP-LINEA-RESUMEN
003640         BEFORE ADVANCING 1 LINE.
003642     MOVE "  FUSIONADAS EN OTRA AREA:" TO TP-LR-ETIQUETA.
003643     MOVE TP-CTR-FUSIONADAS TO TP-LR-CUENTA.
003644     WRITE FD-REG-INFORME FROM TP-LINEA-RESUMEN
003645         BEFORE ADVANCING 1 LINE.
003646     MOVE "  YA ANOTADAS EN CONSUMO: " TO TP-LR-ETIQUETA.
003647     MOVE TP-CTR-REANUDADAS TO TP-LR-CUENTA.
003648     WRITE FD-REG-INFORME FROM TP-LINEA-RESUMEN
003649         BEFORE ADVANCING 1 LINE.
003650     CLOSE NUMENT-FILE.
003660     CLOSE NUMCONS-FILE.
003670     CLOSE INFORME-FILE.
003675     CLOSE CONSUMO-FILE.
003676     PERFORM 9550-CERRAR-SEGUIMIENTO
003677         THRU 9550-CERRAR-SEGUIMIENTO-EXIT.
003680     DISPLAY "TABPREP: LEIDAS " TP-CTR-LEIDOS
003690         " DISTINTOS " TP-CTR-DISTINTOS
003700         " COLAPSADOS " TP-CTR-COLAPSADOS ".".
003830 9000-FINALIZAR-EXIT.
003840     EXIT.
003850
003851******************************************************************
003852*    9500-ABRIR-SEGUIMIENTO (Y AUXILIARES) - ANOTACIONES EN EL
003853*    SEGUIMIENTO DE PETICIONES, COMUNES DEL SUBSISTEMA.
003854******************************************************************
003855     COPY TMSEGPRC.
003856
003857******************************************************************
003858*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
003859*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
003860******************************************************************
003861     COPY TMCICPRC.
003862
003863******************************************************************
003870*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
003880*    BITACORA CENTRAL DE EXPLOTACION.
003890******************************************************************
