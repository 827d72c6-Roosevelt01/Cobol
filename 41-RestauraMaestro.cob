000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TABRESTA.
000030 AUTHOR. DEPARTAMENTO DE PROCESOS BATCH.
000040 INSTALLATION. CENTRO DE CALCULO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PROPOSITO   : RESTAURACION DEL MAESTRO INDEXADO TABMAEST
000090*                  DESDE UNA GENERACION DE COPIA DE SEGURIDAD
000100*                  GRABADA POR TABRESPA (FORMATO TMRSPREG). EL
000110*                  PARM INDICA LA FASE:
000120*                  'VERIFICA' RECORRE LA GENERACION Y COTEJA SU
000130*                             NUMERO DE REGISTROS Y LA SUMA DE
000140*                             RESULTADOS CON EL REGISTRO DE
000150*                             CONTROL, SIN TOCAR EL MAESTRO;
000151*                  'CAMBIOS'  VUELVE A VERIFICAR LA GENERACION Y
000152*                             LA CASA EN ORDEN DE CLAVE CON EL
000153*                             MAESTRO ACTUAL, ANTES DE BORRARLO,
000154*                             PARA LOS SUSCRIPTORES (TMCAMREG):
000155*                             'BAJ' DE LAS CLAVES QUE SOLO ESTAN
000156*                             EN EL MAESTRO, 'ALT' DE LAS QUE
000157*                             SOLO ESTAN EN LA GENERACION Y
000158*                             'BAJ' MAS 'ALT' DE LAS QUE CAMBIAN
000159*                             DE RESULTADO, Y LA COLA 'FIN'. SI
000160*                             EL MAESTRO ACTUAL NO SE PUEDE LEER
000161*                             NO HAY CAMBIOS (RC=4): LOS
000162*                             SUSCRIPTORES SE RESINCRONIZAN POR
000163*                             COMPLETO;
000164*                  'RECARGA'  VUELVE A VERIFICAR LA GENERACION,
000170*                             LA CARGA EN ORDEN DE CLAVE EN EL
000180*                             KSDS RECIEN DEFINIDO Y, TRAS
000190*                             CERRARLO, RELEE EL MAESTRO Y
000200*                             COTEJA SUS CUENTAS CON EL CONTROL.
000210*                  EL JCL TABRESTJ ENCADENA VERIFICA, CAMBIOS, EL
000220*                  BORRADO Y DEFINICION DEL KSDS, RECARGA Y LA
000226*                  PUBLICACION DE LOS CAMBIOS EN TABCAMB EN UN
000232*                  SOLO TRABAJO. RC=8 SI LA GENERACION O EL
000240*                  MAESTRO RECARGADO NO CUADRAN CON EL CONTROL
000250*                  (RETIENE LOS PASOS SIGUIENTES), RC=4 SI EN LA
000260*                  FASE CAMBIOS NO SE PUEDE LEER EL MAESTRO
000263*                  ACTUAL, RC=16 ANTE ERRORES DE FICHERO O PARM
000266*                  INVALIDO.
000270*----------------------------------------------------------------*
000280*    HISTORIAL DE MODIFICACIONES                                 *
000290*    FECHA       INIC.  DESCRIPCION
000300*    ----------  -----  ----------------------------------------
000310*    15/10/2026  JLR    VERSION ORIGINAL.
000312*    15/10/2026  JLR    FASE 'CAMBIOS': ALTAS Y BAJAS DEL MAESTRO
000314*                       ACTUAL FRENTE A LA GENERACION QUE SE
000316*                       RESTAURA, PARA LA DIFUSION TABDIFUS.
000317*    15/10/2026  JLR    FECHA DE NEGOCIO DE LA COPIA EN EL INFORME
000318*                       (FD-RSP-FECHA ES LA DEL RELOJ).
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RESPALDO-FILE ASSIGN TO "RESPALDO"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RM-FS-RESPALDO.
000400
000410     SELECT MAESTRO-FILE ASSIGN TO "TABMAEST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS FD-MAE-CLAVE
000450         FILE STATUS IS RM-FS-MAESTRO.
000460
000462     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS RM-FS-CAMBIOS.
000468
000470     SELECT INFORME-FILE ASSIGN TO "INFRESTA"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RM-FS-INFORME.
000500
000510     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BT-FS-BITACORA.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570******************************************************************
000580*    GENERACION DE COPIA DE SEGURIDAD ELEGIDA (ENTRADA).
000590******************************************************************
000600 FD  RESPALDO-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000630     COPY TMRSPREG.
000640
000650******************************************************************
000660*    MAESTRO INDEXADO DE TERNAS (SALIDA EN LA RECARGA Y ENTRADA
000670*    EN EL COTEJO POSTERIOR).
000680******************************************************************
000690 FD  MAESTRO-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 80 CHARACTERS.
000720     COPY TMMAEREG.
000730
000731******************************************************************
000732*    CAMBIOS DEL MAESTRO QUE SUPONE LA RESTAURACION (SALIDA EN
000733*    LA FASE CAMBIOS, VER TMCAMREG).
000734******************************************************************
000735 FD  CAMBIOS-FILE
000736     LABEL RECORDS ARE STANDARD
000737     RECORD CONTAINS 80 CHARACTERS.
000738     COPY TMCAMREG.
000739
000740******************************************************************
000750*    INFORME DE LA RESTAURACION.
000760******************************************************************
000770 FD  INFORME-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  FD-REG-INFORME                  PIC X(80).
000810
000820******************************************************************
000830*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
000840******************************************************************
000850 FD  BITACORA-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880     COPY TMBITREG.
000890
000900 WORKING-STORAGE SECTION.
000910     COPY TMBITWS.
000920 01  RM-SW-EOF-RESPALDO          PIC X(01) VALUE "N".
000930         88  RM88-EOF-RESPALDO       VALUE "S".
000940
000950 01  RM-SW-EOF-MAESTRO           PIC X(01) VALUE "N".
000960         88  RM88-EOF-MAESTRO        VALUE "S".
000970
000980 01  RM-SW-FASE                  PIC X(08) VALUE SPACES.
000990         88  RM88-VERIFICA           VALUE "VERIFICA".
001000         88  RM88-RECARGA            VALUE "RECARGA".
001005         88  RM88-CAMBIOS            VALUE "CAMBIOS".
001010
001020 01  RM-SW-CUADRE                PIC X(01) VALUE "S".
001030         88  RM88-CUADRA             VALUE "S".
001040         88  RM88-NO-CUADRA          VALUE "N".
001050
001052 01  RM-SW-MAESTRO-ACTUAL        PIC X(01) VALUE "S".
001054         88  RM88-ACTUAL-LEGIBLE     VALUE "S".
001056         88  RM88-ACTUAL-ILEGIBLE    VALUE "N".
001058
001060 01  RM-FS-RESPALDO              PIC X(02) VALUE SPACES.
001070 01  RM-FS-MAESTRO               PIC X(02) VALUE SPACES.
001080 01  RM-FS-INFORME               PIC X(02) VALUE SPACES.
001082 01  RM-FS-CAMBIOS               PIC X(02) VALUE SPACES.
001084
001086 01  RM-FECHA-SISTEMA            PIC 9(08) VALUE ZEROS.
001088 01  RM-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001090
001100******************************************************************
001110*    CONTROL LEIDO DE LA GENERACION.
001120******************************************************************
001130 01  RM-CTL-LEIDOS               PIC 9(03) VALUE ZEROS COMP.
001140 01  RM-CTL-FECHA                PIC 9(08) VALUE ZEROS.
001150 01  RM-CTL-HORA                 PIC 9(06) VALUE ZEROS.
001155 01  RM-CTL-NEGOCIO              PIC X(08) VALUE SPACES.
001160 01  RM-CTL-ORIGEN               PIC X(08) VALUE SPACES.
001170 01  RM-CTL-REGISTROS            PIC 9(09) VALUE ZEROS.
001180 01  RM-CTL-TOTAL                PIC 9(15) VALUE ZEROS.
001190
001200 77  RM-CTR-RSP-REGISTROS        PIC 9(09) VALUE ZEROS COMP.
001210 77  RM-CTR-RSP-TOTAL            PIC 9(15) VALUE ZEROS COMP.
001220 77  RM-CTR-RSP-TRAS-CONTROL     PIC 9(09) VALUE ZEROS COMP.
001230 77  RM-CTR-GRABADOS             PIC 9(09) VALUE ZEROS COMP.
001240 77  RM-CTR-NO-GRABADOS          PIC 9(09) VALUE ZEROS COMP.
001250 77  RM-CTR-MAE-REGISTROS        PIC 9(09) VALUE ZEROS COMP.
001260 77  RM-CTR-MAE-TOTAL            PIC 9(15) VALUE ZEROS COMP.
001261 77  RM-CTR-PREVIOS              PIC 9(09) VALUE ZEROS COMP.
001262 77  RM-CTR-ALTAS                PIC 9(07) VALUE ZEROS COMP.
001263 77  RM-CTR-BAJAS                PIC 9(07) VALUE ZEROS COMP.
001264
001265******************************************************************
001266*    FASE CAMBIOS: REGISTRO EN CURSO DEL MAESTRO ACTUAL Y DE LA
001267*    GENERACION. CLAVE A HIGH-VALUES AL AGOTARSE CADA UNO.
001268******************************************************************
001269 01  RM-REG-ACTUAL.
001270     05  RM-ACT-CLAVE.
001271         10  RM-ACT-NUMERO       PIC 9(03).
001272         10  RM-ACT-MULTIPLICADOR PIC 9(03).
001273         10  RM-ACT-OPERACION    PIC X(01).
001274     05  RM-ACT-RESULTADO        PIC 9(05).
001275     05  FILLER                  PIC X(68).
001276
001277 01  RM-REG-COPIA.
001278     05  RM-COP-CLAVE.
001279         10  RM-COP-NUMERO       PIC 9(03).
001280         10  RM-COP-MULTIPLICADOR PIC 9(03).
001281         10  RM-COP-OPERACION    PIC X(01).
001282     05  RM-COP-RESULTADO        PIC 9(05).
001283     05  FILLER                  PIC X(68).
001284
001285 01  RM-LINEA-TITULO.
001290     05  FILLER                  PIC X(42) VALUE
001300         "RESTAURACION DEL MAESTRO TABMAEST - FASE: ".
001310     05  RM-LT-FASE              PIC X(08).
001320     05  FILLER                  PIC X(30) VALUE SPACES.
001330
001340 01  RM-LINEA-BLANCO             PIC X(80) VALUE SPACES.
001350
001360 01  RM-LINEA-GENERACION.
001370     05  FILLER                  PIC X(22) VALUE
001380         "  GENERACION DEL DIA ".
001390     05  RM-LG-FECHA             PIC 9(08).
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  RM-LG-HORA              PIC 99B99B99.
001420     05  FILLER                  PIC X(18) VALUE
001430         "  COPIA PEDIDA POR".
001440     05  FILLER                  PIC X(01) VALUE SPACES.
001450     05  RM-LG-ORIGEN            PIC X(08).
001460     05  FILLER                  PIC X(14) VALUE SPACES.
001470
001471 01  RM-LINEA-NEGOCIO.
001472     05  FILLER                  PIC X(32) VALUE
001473         "  FECHA DE NEGOCIO DE LA COPIA ".
001474     05  RM-LN-FECHA             PIC X(08).
001475     05  FILLER                  PIC X(40) VALUE SPACES.
001476
001480 01  RM-LINEA-CABECERA.
001490     05  FILLER                  PIC X(40) VALUE
001500         "                              REGISTROS ".
001510     05  FILLER                  PIC X(40) VALUE
001520         "   TOTAL RESULTADOS".
001530
001540 01  RM-LINEA-CUADRE.
001550     05  RM-LC-ETIQUETA          PIC X(28).
001560     05  RM-LC-REGISTROS         PIC ZZZ,ZZZ,ZZ9.
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  RM-LC-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  RM-LC-OBSERVACION       PIC X(18).
001610
001620 01  RM-LINEA-MENSAJE            PIC X(80) VALUE SPACES.
001630
001640 PROCEDURE DIVISION.
001650******************************************************************
001660*    0000-MAINLINE - CONTROL PRINCIPAL DE LA RESTAURACION.
001670******************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001700     IF RM88-CAMBIOS
001702         PERFORM 5000-COMPARAR-MAESTRO
001704             THRU 5000-COMPARAR-MAESTRO-EXIT
001706     END-IF.
001708     PERFORM 2000-LEER-RESPALDO THRU 2000-LEER-RESPALDO-EXIT
001710         UNTIL RM88-EOF-RESPALDO.
001720     PERFORM 3000-VERIFICAR-RESPALDO
001730         THRU 3000-VERIFICAR-RESPALDO-EXIT.
001740     IF RM88-RECARGA AND RM88-CUADRA
001750         PERFORM 4000-COTEJAR-MAESTRO
001760             THRU 4000-COTEJAR-MAESTRO-EXIT
001770     END-IF.
001772     IF RM88-CAMBIOS
001774         PERFORM 5900-CERRAR-CAMBIOS
001776             THRU 5900-CERRAR-CAMBIOS-EXIT
001778     END-IF.
001780     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001790     STOP RUN.
001800
001810******************************************************************
001820*    1000-INICIALIZAR - VALIDA LA FASE DEL PARM Y ABRE LA
001830*    GENERACION, EL INFORME Y, EN LA RECARGA, EL MAESTRO VACIO
001835*    O, EN LA FASE CAMBIOS, EL FICHERO DE CAMBIOS.
001840******************************************************************
001850 1000-INICIALIZAR.
001860     PERFORM 9700-ABRIR-BITACORA
001870         THRU 9700-ABRIR-BITACORA-EXIT.
001880     MOVE "TABRESTA" TO BT-PROGRAMA.
001890     MOVE "TB001I" TO BT-CODIGO.
001900     MOVE "INICIO DE EJECUCION" TO BT-TEXTO.
001910     PERFORM 9710-GRABAR-BITACORA
001920         THRU 9710-GRABAR-BITACORA-EXIT.
001930     ACCEPT RM-SW-FASE FROM COMMAND-LINE.
001940     IF NOT RM88-VERIFICA AND NOT RM88-RECARGA
001945         AND NOT RM88-CAMBIOS
001950         DISPLAY "*** PARM DE FASE INVALIDO: '" RM-SW-FASE
001960             "'. SE ESPERA 'VERIFICA', 'CAMBIOS' O 'RECARGA'. ***"
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     OPEN INPUT RESPALDO-FILE.
002010     IF RM-FS-RESPALDO NOT = "00"
002020         DISPLAY "*** ERROR ABRIENDO RESPALDO (STATUS="
002030             RM-FS-RESPALDO "). ***"
002040         MOVE "TB101E" TO BT-CODIGO
002050         MOVE "ERROR DE APERTURA DE RESPALDO" TO BT-TEXTO
002060         PERFORM 9710-GRABAR-BITACORA
002070             THRU 9710-GRABAR-BITACORA-EXIT
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN OUTPUT INFORME-FILE.
002120     IF RM-FS-INFORME NOT = "00"
002130         DISPLAY "*** ERROR ABRIENDO INFRESTA (STATUS="
002140             RM-FS-INFORME "). ***"
002150         MOVE "TB101E" TO BT-CODIGO
002160         MOVE "ERROR DE APERTURA DE INFRESTA" TO BT-TEXTO
002170         PERFORM 9710-GRABAR-BITACORA
002180             THRU 9710-GRABAR-BITACORA-EXIT
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     MOVE RM-SW-FASE TO RM-LT-FASE.
002230     WRITE FD-REG-INFORME FROM RM-LINEA-TITULO
002240         BEFORE ADVANCING 1 LINE.
002250     IF RM88-VERIFICA
002260         GO TO 1000-INICIALIZAR-EXIT
002270     END-IF.
002272     IF RM88-CAMBIOS
002274         PERFORM 1100-ABRIR-CAMBIOS THRU 1100-ABRIR-CAMBIOS-EXIT
002276         GO TO 1000-INICIALIZAR-EXIT
002278     END-IF.
002280     OPEN OUTPUT MAESTRO-FILE.
002290     IF RM-FS-MAESTRO NOT = "00"
002300         DISPLAY "*** ERROR ABRIENDO TABMAEST (STATUS="
002310             RM-FS-MAESTRO "). ***"
002320         MOVE "TB101E" TO BT-CODIGO
002330         MOVE "ERROR DE APERTURA DE TABMAEST" TO BT-TEXTO
002340         PERFORM 9710-GRABAR-BITACORA
002350             THRU 9710-GRABAR-BITACORA-EXIT
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390 1000-INICIALIZAR-EXIT.
002400     EXIT.
002410
002411******************************************************************
002412*    1100-ABRIR-CAMBIOS - ABRE EL FICHERO DE CAMBIOS Y TOMA EL
002413*    RELOJ DEL ARRANQUE PARA EL ORIGEN DEL ENVIO, COMO TABCARGA.
002414******************************************************************
002415 1100-ABRIR-CAMBIOS.
002416     ACCEPT RM-FECHA-SISTEMA FROM DATE YYYYMMDD.
002417     ACCEPT RM-HORA-SISTEMA FROM TIME.
002418     OPEN OUTPUT CAMBIOS-FILE.
002419     IF RM-FS-CAMBIOS NOT = "00"
002420         DISPLAY "*** ERROR ABRIENDO CAMBIOS (STATUS="
002421             RM-FS-CAMBIOS "). ***"
002422         MOVE "TB101E" TO BT-CODIGO
002423         MOVE "ERROR DE APERTURA DE CAMBIOS" TO BT-TEXTO
002424         PERFORM 9710-GRABAR-BITACORA
002425             THRU 9710-GRABAR-BITACORA-EXIT
002426         MOVE 16 TO RETURN-CODE
002427         STOP RUN
002428     END-IF.
002429 1100-ABRIR-CAMBIOS-EXIT.
002430     EXIT.
002431
002432******************************************************************
002433*    2000-LEER-RESPALDO - LEE UN REGISTRO DE LA GENERACION. EL
002440*    CONTROL SE GUARDA APARTE; LOS DATOS SE CUENTAN Y, EN LA
002450*    RECARGA, SE GRABAN EN EL MAESTRO. UN DATO DETRAS DEL
002460*    CONTROL INDICA UNA GENERACION MAL FORMADA.
002470******************************************************************
002480 2000-LEER-RESPALDO.
002490     READ RESPALDO-FILE
002500         AT END
002510             SET RM88-EOF-RESPALDO TO TRUE
002520             GO TO 2000-LEER-RESPALDO-EXIT
002530     END-READ.
002540     IF FD88-RSP-CONTROL
002550         ADD 1 TO RM-CTL-LEIDOS
002560         MOVE FD-RSP-FECHA     TO RM-CTL-FECHA
002570         MOVE FD-RSP-HORA      TO RM-CTL-HORA
002575         MOVE FD-RSP-FECHA-NEGOCIO TO RM-CTL-NEGOCIO
002580         MOVE FD-RSP-ORIGEN    TO RM-CTL-ORIGEN
002590         MOVE FD-RSP-REGISTROS TO RM-CTL-REGISTROS
002600         MOVE FD-RSP-TOTAL     TO RM-CTL-TOTAL
002610         GO TO 2000-LEER-RESPALDO-EXIT
002620     END-IF.
002630     IF RM-CTL-LEIDOS NOT = ZEROS
002640         ADD 1 TO RM-CTR-RSP-TRAS-CONTROL
002650     END-IF.
002660     ADD 1 TO RM-CTR-RSP-REGISTROS.
002670     MOVE FD-RSP-MAESTRO TO FD-REG-MAESTRO.
002680     IF FD-MAE-RESULTADO IS NUMERIC
002690         ADD FD-MAE-RESULTADO TO RM-CTR-RSP-TOTAL
002700     END-IF.
002710     IF NOT RM88-RECARGA
002720         GO TO 2000-LEER-RESPALDO-EXIT
002730     END-IF.
002740     WRITE FD-REG-MAESTRO.
002750     IF RM-FS-MAESTRO = "00"
002760         ADD 1 TO RM-CTR-GRABADOS
002770     ELSE
002780         ADD 1 TO RM-CTR-NO-GRABADOS
002790         DISPLAY "*** CLAVE " FD-MAE-CLAVE " NO GRABADA EN "
002800             "TABMAEST (STATUS=" RM-FS-MAESTRO "). ***"
002810     END-IF.
002820 2000-LEER-RESPALDO-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*    3000-VERIFICAR-RESPALDO - COTEJA LA GENERACION CON SU
002870*    CONTROL: UN UNICO CONTROL, AL FINAL, CON EL MISMO NUMERO DE
002880*    REGISTROS Y LA MISMA SUMA DE RESULTADOS.
002890******************************************************************
002900 3000-VERIFICAR-RESPALDO.
002910     CLOSE RESPALDO-FILE.
002920     IF RM88-RECARGA
002930         CLOSE MAESTRO-FILE
002940     END-IF.
002950     MOVE RM-CTL-FECHA  TO RM-LG-FECHA.
002960     MOVE RM-CTL-HORA   TO RM-LG-HORA.
002970     INSPECT RM-LG-HORA REPLACING ALL " " BY ":".
002980     MOVE RM-CTL-ORIGEN TO RM-LG-ORIGEN.
002990     WRITE FD-REG-INFORME FROM RM-LINEA-GENERACION
003000         BEFORE ADVANCING 1 LINE.
003002     MOVE RM-CTL-NEGOCIO TO RM-LN-FECHA.
003004     WRITE FD-REG-INFORME FROM RM-LINEA-NEGOCIO
003006         BEFORE ADVANCING 1 LINE.
003010     WRITE FD-REG-INFORME FROM RM-LINEA-BLANCO
003020         BEFORE ADVANCING 1 LINE.
003030     WRITE FD-REG-INFORME FROM RM-LINEA-CABECERA
003040         BEFORE ADVANCING 1 LINE.
003050     MOVE "  REGISTRO DE CONTROL"    TO RM-LC-ETIQUETA.
003060     MOVE RM-CTL-REGISTROS           TO RM-LC-REGISTROS.
003070     MOVE RM-CTL-TOTAL               TO RM-LC-TOTAL.
003080     MOVE SPACES                     TO RM-LC-OBSERVACION.
003090     WRITE FD-REG-INFORME FROM RM-LINEA-CUADRE
003100         BEFORE ADVANCING 1 LINE.
003110     MOVE "  DATOS DE LA GENERACION" TO RM-LC-ETIQUETA.
003120     MOVE RM-CTR-RSP-REGISTROS       TO RM-LC-REGISTROS.
003130     MOVE RM-CTR-RSP-TOTAL           TO RM-LC-TOTAL.
003140     IF RM-CTL-LEIDOS = 1
003150         AND RM-CTR-RSP-TRAS-CONTROL = ZEROS
003160         AND RM-CTR-RSP-REGISTROS = RM-CTL-REGISTROS
003170         AND RM-CTR-RSP-TOTAL = RM-CTL-TOTAL
003180         MOVE "CUADRA"               TO RM-LC-OBSERVACION
003190     ELSE
003200         SET RM88-NO-CUADRA TO TRUE
003210         MOVE "*** NO CUADRA ***"    TO RM-LC-OBSERVACION
003220     END-IF.
003230     WRITE FD-REG-INFORME FROM RM-LINEA-CUADRE
003240         BEFORE ADVANCING 1 LINE.
003250     EVALUATE TRUE
003260         WHEN RM-CTL-LEIDOS = ZEROS
003270             MOVE "  GENERACION SIN REGISTRO DE CONTROL: COPIA IN
003280-                "COMPLETA." TO RM-LINEA-MENSAJE
003290         WHEN RM-CTL-LEIDOS > 1
003300             MOVE "  GENERACION CON MAS DE UN REGISTRO DE CONTROL
003310-                "." TO RM-LINEA-MENSAJE
003320         WHEN RM-CTR-RSP-TRAS-CONTROL NOT = ZEROS
003330             MOVE "  DATOS DETRAS DEL REGISTRO DE CONTROL."
003340                 TO RM-LINEA-MENSAJE
003350         WHEN OTHER
003360             MOVE SPACES TO RM-LINEA-MENSAJE
003370     END-EVALUATE.
003380     IF RM-LINEA-MENSAJE NOT = SPACES
003390         WRITE FD-REG-INFORME FROM RM-LINEA-MENSAJE
003400             BEFORE ADVANCING 1 LINE
003410     END-IF.
003420     IF RM88-NO-CUADRA
003430         MOVE "TB204W" TO BT-CODIGO
003440         MOVE "GENERACION DE RESPALDO DESCUADRADA CON SU CONTROL"
003450             TO BT-TEXTO
003460         PERFORM 9710-GRABAR-BITACORA
003470             THRU 9710-GRABAR-BITACORA-EXIT
003480     END-IF.
003490 3000-VERIFICAR-RESPALDO-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*    4000-COTEJAR-MAESTRO - TRAS LA RECARGA, RELEE EL MAESTRO
003540*    COMPLETO Y COTEJA SU NUMERO DE REGISTROS Y SU SUMA DE
003550*    RESULTADOS CON EL CONTROL DE LA GENERACION.
003560******************************************************************
003570 4000-COTEJAR-MAESTRO.
003580     MOVE "  GRABADOS EN LA RECARGA" TO RM-LC-ETIQUETA.
003590     MOVE RM-CTR-GRABADOS            TO RM-LC-REGISTROS.
003600     MOVE ZEROS                      TO RM-LC-TOTAL.
003610     MOVE SPACES                     TO RM-LC-OBSERVACION.
003620     IF RM-CTR-NO-GRABADOS NOT = ZEROS
003630         MOVE "*** RECHAZADOS ***"   TO RM-LC-OBSERVACION
003640         SET RM88-NO-CUADRA TO TRUE
003650     END-IF.
003660     WRITE FD-REG-INFORME FROM RM-LINEA-CUADRE
003670         BEFORE ADVANCING 1 LINE.
003680     OPEN INPUT MAESTRO-FILE.
003690     IF RM-FS-MAESTRO NOT = "00"
003700         DISPLAY "*** ERROR ABRIENDO TABMAEST (STATUS="
003710             RM-FS-MAESTRO "). ***"
003720         MOVE "TB101E" TO BT-CODIGO
003730         MOVE "ERROR DE APERTURA DE TABMAEST" TO BT-TEXTO
003740         PERFORM 9710-GRABAR-BITACORA
003750             THRU 9710-GRABAR-BITACORA-EXIT
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790     PERFORM 4100-LEER-MAESTRO THRU 4100-LEER-MAESTRO-EXIT
003800         UNTIL RM88-EOF-MAESTRO.
003810     CLOSE MAESTRO-FILE.
003820     MOVE "  MAESTRO RECARGADO"      TO RM-LC-ETIQUETA.
003830     MOVE RM-CTR-MAE-REGISTROS       TO RM-LC-REGISTROS.
003840     MOVE RM-CTR-MAE-TOTAL           TO RM-LC-TOTAL.
003850     IF RM-CTR-MAE-REGISTROS = RM-CTL-REGISTROS
003860         AND RM-CTR-MAE-TOTAL = RM-CTL-TOTAL
003870         MOVE "CUADRA"               TO RM-LC-OBSERVACION
003880     ELSE
003890         SET RM88-NO-CUADRA TO TRUE
003900         MOVE "*** NO CUADRA ***"    TO RM-LC-OBSERVACION
003910         MOVE "TB204W" TO BT-CODIGO
003920         MOVE "MAESTRO RECARGADO DESCUADRADO CON EL CONTROL"
003930             TO BT-TEXTO
003940         PERFORM 9710-GRABAR-BITACORA
003950             THRU 9710-GRABAR-BITACORA-EXIT
003960     END-IF.
003970     WRITE FD-REG-INFORME FROM RM-LINEA-CUADRE
003980         BEFORE ADVANCING 1 LINE.
003990 4000-COTEJAR-MAESTRO-EXIT.
004000     EXIT.
004010
004020 4100-LEER-MAESTRO.
004030     READ MAESTRO-FILE NEXT RECORD
004040         AT END
004050             SET RM88-EOF-MAESTRO TO TRUE
004060             GO TO 4100-LEER-MAESTRO-EXIT
004070     END-READ.
004080     ADD 1 TO RM-CTR-MAE-REGISTROS.
004090     IF FD-MAE-RESULTADO IS NUMERIC
004100         ADD FD-MAE-RESULTADO TO RM-CTR-MAE-TOTAL
004110     END-IF.
004120 4100-LEER-MAESTRO-EXIT.
004130     EXIT.
004140
004141******************************************************************
004142*    5000-COMPARAR-MAESTRO - FASE CAMBIOS: CASA EN ORDEN DE CLAVE
004143*    EL MAESTRO ACTUAL CON LOS DATOS DE LA GENERACION. SI EL
004144*    MAESTRO NO SE PUEDE ABRIR O LEER SE DEJA DE COMPARAR; EL
004145*    RESTO DE LA GENERACION LO LEE Y VERIFICA EL MAINLINE.
004146******************************************************************
004147 5000-COMPARAR-MAESTRO.
004148     OPEN INPUT MAESTRO-FILE.
004149     IF RM-FS-MAESTRO NOT = "00"
004150         DISPLAY "*** ERROR ABRIENDO TABMAEST (STATUS="
004151             RM-FS-MAESTRO "). ***"
004152         SET RM88-ACTUAL-ILEGIBLE TO TRUE
004153         GO TO 5000-COMPARAR-MAESTRO-EXIT
004154     END-IF.
004155     PERFORM 5100-LEER-ACTUAL THRU 5100-LEER-ACTUAL-EXIT.
004156     PERFORM 5200-LEER-COPIA THRU 5200-LEER-COPIA-EXIT.
004157     PERFORM 5300-CASAR-CLAVE THRU 5300-CASAR-CLAVE-EXIT
004158         UNTIL RM88-ACTUAL-ILEGIBLE
004159         OR (RM-ACT-CLAVE = HIGH-VALUES
004160         AND RM-COP-CLAVE = HIGH-VALUES).
004161     CLOSE MAESTRO-FILE.
004162 5000-COMPARAR-MAESTRO-EXIT.
004163     EXIT.
004164
004165******************************************************************
004166*    5100-LEER-ACTUAL - SIGUIENTE REGISTRO DEL MAESTRO ACTUAL.
004167******************************************************************
004168 5100-LEER-ACTUAL.
004169     READ MAESTRO-FILE NEXT RECORD
004170         AT END
004171             MOVE HIGH-VALUES TO RM-ACT-CLAVE
004172             GO TO 5100-LEER-ACTUAL-EXIT
004173     END-READ.
004174     IF RM-FS-MAESTRO NOT = "00"
004175         DISPLAY "*** ERROR LEYENDO TABMAEST (STATUS="
004176             RM-FS-MAESTRO "). ***"
004177         SET RM88-ACTUAL-ILEGIBLE TO TRUE
004178         MOVE HIGH-VALUES TO RM-ACT-CLAVE
004179         GO TO 5100-LEER-ACTUAL-EXIT
004180     END-IF.
004181     MOVE FD-REG-MAESTRO TO RM-REG-ACTUAL.
004182 5100-LEER-ACTUAL-EXIT.
004183     EXIT.
004184
004185******************************************************************
004186*    5200-LEER-COPIA - SIGUIENTE REGISTRO DE DATOS DE LA
004187*    GENERACION, LEIDO Y CONTADO POR 2000-LEER-RESPALDO (QUE
004188*    GUARDA APARTE EL CONTROL).
004189******************************************************************
004190 5200-LEER-COPIA.
004191     MOVE RM-CTR-RSP-REGISTROS TO RM-CTR-PREVIOS.
004192     PERFORM 2000-LEER-RESPALDO THRU 2000-LEER-RESPALDO-EXIT
004193         UNTIL RM88-EOF-RESPALDO
004194         OR RM-CTR-RSP-REGISTROS NOT = RM-CTR-PREVIOS.
004195     IF RM-CTR-RSP-REGISTROS = RM-CTR-PREVIOS
004196         MOVE HIGH-VALUES TO RM-COP-CLAVE
004197         GO TO 5200-LEER-COPIA-EXIT
004198     END-IF.
004199     MOVE FD-RSP-MAESTRO TO RM-REG-COPIA.
004200 5200-LEER-COPIA-EXIT.
004201     EXIT.
004202
004203******************************************************************
004204*    5300-CASAR-CLAVE - CLAVE SOLO EN EL MAESTRO ACTUAL: BAJA.
004205*    CLAVE SOLO EN LA GENERACION: ALTA. CLAVE EN AMBOS CON OTRO
004206*    RESULTADO: BAJA DEL ACTUAL Y ALTA DEL RESTAURADO.
004207******************************************************************
004208 5300-CASAR-CLAVE.
004209     EVALUATE TRUE
004210         WHEN RM-ACT-CLAVE < RM-COP-CLAVE
004211             PERFORM 5410-ANOTAR-BAJA THRU 5410-ANOTAR-BAJA-EXIT
004212             PERFORM 5100-LEER-ACTUAL THRU 5100-LEER-ACTUAL-EXIT
004213         WHEN RM-ACT-CLAVE > RM-COP-CLAVE
004214             PERFORM 5420-ANOTAR-ALTA THRU 5420-ANOTAR-ALTA-EXIT
004215             PERFORM 5200-LEER-COPIA THRU 5200-LEER-COPIA-EXIT
004216         WHEN OTHER
004217             IF RM-ACT-RESULTADO NOT = RM-COP-RESULTADO
004218                 PERFORM 5410-ANOTAR-BAJA
004219                     THRU 5410-ANOTAR-BAJA-EXIT
004220                 PERFORM 5420-ANOTAR-ALTA
004221                     THRU 5420-ANOTAR-ALTA-EXIT
004222             END-IF
004223             PERFORM 5100-LEER-ACTUAL THRU 5100-LEER-ACTUAL-EXIT
004224             PERFORM 5200-LEER-COPIA THRU 5200-LEER-COPIA-EXIT
004225     END-EVALUATE.
004226 5300-CASAR-CLAVE-EXIT.
004227     EXIT.
004228
004229******************************************************************
004230*    5410-ANOTAR-BAJA - CLAVE DEL MAESTRO ACTUAL QUE DESAPARECE
004231*    CON LA RESTAURACION, CON SU RESULTADO ACTUAL.
004232******************************************************************
004233 5410-ANOTAR-BAJA.
004234     MOVE SPACES TO FD-REG-CAMBIO.
004235     SET FD88-CAM-BAJA TO TRUE.
004236     PERFORM 5490-ORIGEN-CAMBIO THRU 5490-ORIGEN-CAMBIO-EXIT.
004237     MOVE RM-ACT-NUMERO        TO FD-CAM-NUMERO.
004238     MOVE RM-ACT-MULTIPLICADOR TO FD-CAM-MULTIPLICADOR.
004239     MOVE RM-ACT-OPERACION     TO FD-CAM-OPERACION.
004240     MOVE RM-ACT-RESULTADO     TO FD-CAM-RESULTADO.
004241     PERFORM 5480-GRABAR-CAMBIO THRU 5480-GRABAR-CAMBIO-EXIT.
004242     ADD 1 TO RM-CTR-BAJAS.
004243 5410-ANOTAR-BAJA-EXIT.
004244     EXIT.
004245
004246******************************************************************
004247*    5420-ANOTAR-ALTA - CLAVE QUE LA RESTAURACION DEJA EN EL
004248*    MAESTRO, CON EL RESULTADO DE LA GENERACION.
004249******************************************************************
004250 5420-ANOTAR-ALTA.
004251     MOVE SPACES TO FD-REG-CAMBIO.
004252     SET FD88-CAM-ALTA TO TRUE.
004253     PERFORM 5490-ORIGEN-CAMBIO THRU 5490-ORIGEN-CAMBIO-EXIT.
004254     MOVE RM-COP-NUMERO        TO FD-CAM-NUMERO.
004255     MOVE RM-COP-MULTIPLICADOR TO FD-CAM-MULTIPLICADOR.
004256     MOVE RM-COP-OPERACION     TO FD-CAM-OPERACION.
004257     MOVE RM-COP-RESULTADO     TO FD-CAM-RESULTADO.
004258     PERFORM 5480-GRABAR-CAMBIO THRU 5480-GRABAR-CAMBIO-EXIT.
004259     ADD 1 TO RM-CTR-ALTAS.
004260 5420-ANOTAR-ALTA-EXIT.
004261     EXIT.
004262
004263 5480-GRABAR-CAMBIO.
004264     WRITE FD-REG-CAMBIO.
004265     IF RM-FS-CAMBIOS NOT = "00"
004266         DISPLAY "*** ERROR GRABANDO CAMBIOS (STATUS="
004267             RM-FS-CAMBIOS "). ***"
004268         MOVE "TB101E" TO BT-CODIGO
004269         MOVE "ERROR DE GRABACION DE CAMBIOS" TO BT-TEXTO
004270         PERFORM 9710-GRABAR-BITACORA
004271             THRU 9710-GRABAR-BITACORA-EXIT
004272         MOVE 16 TO RETURN-CODE
004273         MOVE RETURN-CODE TO BT-FIN-RETORNO
004274         MOVE "TB002I" TO BT-CODIGO
004275         MOVE BT-TEXTO-FIN TO BT-TEXTO
004276         PERFORM 9710-GRABAR-BITACORA
004277             THRU 9710-GRABAR-BITACORA-EXIT
004278         PERFORM 9720-CERRAR-BITACORA
004279             THRU 9720-CERRAR-BITACORA-EXIT
004280         STOP RUN
004281     END-IF.
004282 5480-GRABAR-CAMBIO-EXIT.
004283     EXIT.
004284
004285******************************************************************
004286*    5490-ORIGEN-CAMBIO - SELLO DE ORIGEN COMUN A TODOS LOS
004287*    REGISTROS DE CAMBIOS DE ESTA EJECUCION (RELOJ DEL ARRANQUE).
004288******************************************************************
004289 5490-ORIGEN-CAMBIO.
004290     MOVE RM-FECHA-SISTEMA     TO FD-CAM-FECHA.
004291     MOVE RM-HORA-SISTEMA(1:6) TO FD-CAM-HORA.
004292     MOVE "TABRESTA"           TO FD-CAM-PROGRAMA.
004293 5490-ORIGEN-CAMBIO-EXIT.
004294     EXIT.
004295
004296******************************************************************
004297*    5900-CERRAR-CAMBIOS - COLA 'FIN' CON LOS TOTALES Y RESUMEN EN
004298*    EL INFORME. CON EL MAESTRO ACTUAL ILEGIBLE EL FICHERO QUEDA
004299*    SIN COLA: EL PASO DE PUBLICACION NO SE EJECUTA (RC=4).
004300******************************************************************
004301 5900-CERRAR-CAMBIOS.
004302     IF RM88-ACTUAL-ILEGIBLE
004303         CLOSE CAMBIOS-FILE
004304         MOVE "  MAESTRO ACTUAL ILEGIBLE: SIN CAMBIOS. RESINCRONIZ
004305-                "AR LOS SUSCRIPTORES." TO RM-LINEA-MENSAJE
004306         WRITE FD-REG-INFORME FROM RM-LINEA-MENSAJE
004307             BEFORE ADVANCING 1 LINE
004308         MOVE "TB203W" TO BT-CODIGO
004309         MOVE "TABMAEST ILEGIBLE: RESINCRONIZAR LOS SUSCRIPTORES"
004310             TO BT-TEXTO
004311         PERFORM 9710-GRABAR-BITACORA
004312             THRU 9710-GRABAR-BITACORA-EXIT
004313         GO TO 5900-CERRAR-CAMBIOS-EXIT
004314     END-IF.
004315     MOVE SPACES TO FD-REG-CAMBIO.
004316     SET FD88-CAM-FIN TO TRUE.
004317     PERFORM 5490-ORIGEN-CAMBIO THRU 5490-ORIGEN-CAMBIO-EXIT.
004318     MOVE RM-CTR-ALTAS TO FD-CAM-ALTAS.
004319     MOVE RM-CTR-BAJAS TO FD-CAM-BAJAS.
004320     PERFORM 5480-GRABAR-CAMBIO THRU 5480-GRABAR-CAMBIO-EXIT.
004321     CLOSE CAMBIOS-FILE.
004322     MOVE "  ALTAS PARA SUSCRIPTORES"  TO RM-LC-ETIQUETA.
004323     MOVE RM-CTR-ALTAS               TO RM-LC-REGISTROS.
004324     MOVE ZEROS                      TO RM-LC-TOTAL.
004325     MOVE SPACES                     TO RM-LC-OBSERVACION.
004326     WRITE FD-REG-INFORME FROM RM-LINEA-CUADRE
004327         BEFORE ADVANCING 1 LINE.
004328     MOVE "  BAJAS PARA SUSCRIPTORES"  TO RM-LC-ETIQUETA.
004329     MOVE RM-CTR-BAJAS               TO RM-LC-REGISTROS.
004330     WRITE FD-REG-INFORME FROM RM-LINEA-CUADRE
004331         BEFORE ADVANCING 1 LINE.
004332 5900-CERRAR-CAMBIOS-EXIT.
004333     EXIT.
004334
004335******************************************************************
004336*    9000-FINALIZAR - CONCLUSION DEL INFORME Y CODIGO DE
004337*    RETORNO: 8 SI ALGO NO CUADRA, 4 SI EN LA FASE CAMBIOS NO SE
004338*    PUDO LEER EL MAESTRO ACTUAL, 0 EN OTRO CASO.
004339******************************************************************
004340 9000-FINALIZAR.
004341     WRITE FD-REG-INFORME FROM RM-LINEA-BLANCO
004342         BEFORE ADVANCING 1 LINE.
004343     EVALUATE TRUE
004344         WHEN RM88-NO-CUADRA AND RM88-VERIFICA
004345             MOVE "  GENERACION NO VALIDA: NO SE RESTAURA EL MAES
004346-                "TRO." TO RM-LINEA-MENSAJE
004347         WHEN RM88-NO-CUADRA
004348             MOVE "  RESTAURACION DESCUADRADA: REVISAR ANTES DE R
004349-                "EANUDAR LA EXPLOTACION." TO RM-LINEA-MENSAJE
004350         WHEN RM88-ACTUAL-ILEGIBLE
004351             MOVE "  GENERACION VERIFICADA, SIN CAMBIOS PARA LA DI
004352-                "FUSION." TO RM-LINEA-MENSAJE
004353         WHEN RM88-CAMBIOS
004354             MOVE "  GENERACION VERIFICADA Y CAMBIOS PREPARADOS PA
004355-                "RA LA DIFUSION." TO RM-LINEA-MENSAJE
004356         WHEN RM88-VERIFICA
004357             MOVE "  GENERACION VERIFICADA: SE PUEDE RECARGAR."
004358                 TO RM-LINEA-MENSAJE
004359         WHEN OTHER
004360             MOVE "  MAESTRO RESTAURADO: CUADRA CON EL CONTROL."
004361                 TO RM-LINEA-MENSAJE
004362     END-EVALUATE.
004363     WRITE FD-REG-INFORME FROM RM-LINEA-MENSAJE
004370         BEFORE ADVANCING 1 LINE.
004380     CLOSE INFORME-FILE.
004390     EVALUATE TRUE
004395         WHEN RM88-NO-CUADRA
004400             MOVE 8 TO RETURN-CODE
004405         WHEN RM88-ACTUAL-ILEGIBLE
004410             MOVE 4 TO RETURN-CODE
004415         WHEN OTHER
004420             MOVE 0 TO RETURN-CODE
004430     END-EVALUATE.
004440     MOVE RETURN-CODE TO BT-FIN-RETORNO.
004450     MOVE "TB002I" TO BT-CODIGO.
004460     MOVE BT-TEXTO-FIN TO BT-TEXTO.
004470     PERFORM 9710-GRABAR-BITACORA
004480         THRU 9710-GRABAR-BITACORA-EXIT.
004490     PERFORM 9720-CERRAR-BITACORA
004500         THRU 9720-CERRAR-BITACORA-EXIT.
004510 9000-FINALIZAR-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
004560*    BITACORA CENTRAL DE EXPLOTACION.
004570******************************************************************
004580     COPY TMBITPRC.
004590
004600 END PROGRAM TABRESTA.
