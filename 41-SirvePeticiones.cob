000278*                       EL MAESTRO USA LA CLAVE CON OPERACION,
000279*                       LAS TERNAS SERVIDAS CONSERVAN SU
000281*                       OPERACION Y LOS FALTANTES LA ARRASTRAN.
000282*    15/10/2026  JLR    CODIGO DE AREA PETICIONARIA EN LA
000283*                       PETICION (POSICIONES 8-11): VIAJA EN
000284*                       LAS TERNAS SERVIDAS Y EN LOS FALTANTES,
000285*                       Y CADA PETICION SE ANOTA COMO SERVIDA O
000286*                       FALTANTE EN EL HISTORICO DE CONSUMO POR
000287*                       AREA (CONSUMO).
000288*    15/10/2026  JLR    FECHA DEL HISTORICO CONSUMO TOMADA DEL
000289*                       FICHERO DE CONTROL CICLO (TMCICWS/
000290*                       TMCICPRC): FECHA DE NEGOCIO EN LUGAR DEL
000291*                       RELOJ.
000292*    15/10/2026  JLR    CADA PETICION CON FORMATO SE ANOTA EN EL
000293*                       SEGUIMIENTO DE PETICIONES SEGPET
000294*                       (TMSEGREG/TMSEGWS/TMSEGPRC) COMO SERVIDA O
000295*                       COMO PENDIENTE CUANDO PASA A FALTANTES.
000296*    15/10/2026  JLR    ESTADO COMPROBADO TRAS GRABAR EN CONSUMO
000297*                       (RC=16 SI FALLA LA GRABACION).
000298******************************************************************
000299
000300 ENVIRONMENT DIVISION.
000301 INPUT-OUTPUT SECTION.
000302 FILE-CONTROL.
000303     SELECT PETICION-FILE ASSIGN TO "PETICION"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS TS-FS-PETICION.
000330
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TM-FS-PARAMS.
000550
000551     SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS TS-FS-CONSUMO.
000554
000555     SELECT SEGPET-FILE ASSIGN TO "SEGPET"
000556         ORGANIZATION IS INDEXED
000557         ACCESS MODE IS DYNAMIC
000558         RECORD KEY IS FD-SEG-CLAVE
000559         FILE STATUS IS SG-FS-SEGUIMIENTO.
000560
000561     SELECT CICLO-FILE ASSIGN TO "CICLO"
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS CI-FS-CICLO.
000564
000565     SELECT BITACORA-FILE ASSIGN TO "BITACORA"
000566         ORGANIZATION IS LINE SEQUENTIAL
000567         FILE STATUS IS BT-FS-BITACORA.
000568
000569 DATA DIVISION.
000570 FILE SECTION.
000580******************************************************************
000590*    FICHERO DE PETICIONES: UN NUMERO Y UN TAMANO DESEADO POR
000600*    REGISTRO, MISMO FORMATO QUE NUMEROS (CON LA OPERACION Y EL
000605*    CODIGO DE AREA PETICIONARIA).
000610******************************************************************
000620 FD  PETICION-FILE
000630     LABEL RECORDS ARE STANDARD
000660     05  FD-PET-NUMERO           PIC 9(03).
000670     05  FD-PET-TAMANO           PIC 9(03).
000675     05  FD-PET-OPERACION        PIC X(01).
000677     05  FD-PET-AREA             PIC X(04).
000680     05  FILLER                  PIC X(69).
000690
000700******************************************************************
000710*    MAESTRO INDEXADO PERMANENTE DE TERNAS CALCULADAS.
000950     05  FD-FAL-NUMERO           PIC 9(03).
000960     05  FD-FAL-TAMANO           PIC 9(03).
000965     05  FD-FAL-OPERACION        PIC X(01).
000967     05  FD-FAL-AREA             PIC X(04).
000970     05  FILLER                  PIC X(69).
000980
000990******************************************************************
001000*    INFORME DEL SERVICIO.
001140 01  FD-REG-PARAMS                   PIC X(80).
001150
001151******************************************************************
001152*    HISTORICO DE CONSUMO POR AREA PETICIONARIA (VER TMCSMREG).
001153******************************************************************
001154 FD  CONSUMO-FILE
001155     LABEL RECORDS ARE STANDARD
001156     RECORD CONTAINS 80 CHARACTERS.
001157     COPY TMCSMREG.
001158
001159******************************************************************
001160*    SEGUIMIENTO DE PETICIONES POR AREA (VER TMSEGREG).
001161******************************************************************
001162 FD  SEGPET-FILE
001163     LABEL RECORDS ARE STANDARD
001164     RECORD CONTAINS 80 CHARACTERS.
001165     COPY TMSEGREG.
001166
001167******************************************************************
001168*    FICHERO DE CONTROL DE LA FECHA DE NEGOCIO (VER TMCICREG).
001169******************************************************************
001170 FD  CICLO-FILE
001171     LABEL RECORDS ARE STANDARD
001172     RECORD CONTAINS 80 CHARACTERS.
001173     COPY TMCICREG.
001174
001175******************************************************************
001176*    BITACORA CENTRAL DE EXPLOTACION (VER TMBITWS).
001177******************************************************************
001178 FD  BITACORA-FILE
001179     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 80 CHARACTERS.
001181     COPY TMBITREG.
001182
001183 WORKING-STORAGE SECTION.
001184     COPY TMPARAMS.
001185     COPY TMBITWS.
001186     COPY TMCICWS.
001187     COPY TMSEGWS.
001188
001190 01  TS-SW-EOF-PETICION          PIC X(01) VALUE "N".
001200         88  TS88-EOF-PETICION       VALUE "S".
001210
001320 01  TS-FS-SALSERV               PIC X(02) VALUE SPACES.
001330 01  TS-FS-FALTANTE              PIC X(02) VALUE SPACES.
001340 01  TS-FS-INFORME               PIC X(02) VALUE SPACES.
001345 01  TS-FS-CONSUMO               PIC X(02) VALUE SPACES.
001350
001360 77  TS-CTR-LEIDOS               PIC 9(07) VALUE ZEROS COMP.
001370 77  TS-CTR-SERVIDAS             PIC 9(07) VALUE ZEROS COMP.
001420 01  TS-NUMERO                   PIC 9(03) VALUE ZEROS.
001430 01  TS-TAMANO                   PIC 9(03) VALUE ZEROS.
001432 01  TS-OPERACION                PIC X(01) VALUE "M".
001434 01  TS-AREA                     PIC X(04) VALUE SPACES.
001438 01  TS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001440 77  TS-MULT                     PIC 9(03) VALUE ZEROS COMP.
001450
001451 01  TS-BIT-FALTANTE.
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002191     OPEN EXTEND CONSUMO-FILE.
002192     IF TS-FS-CONSUMO = "35"
002193         OPEN OUTPUT CONSUMO-FILE
002194     END-IF.
002195     IF TS-FS-CONSUMO NOT = "00"
002196         DISPLAY "*** ERROR ABRIENDO CONSUMO (STATUS="
002197             TS-FS-CONSUMO "). ***"
002198         MOVE "TB101E" TO BT-CODIGO
002199         MOVE "ERROR DE APERTURA DE CONSUMO" TO BT-TEXTO
002200         PERFORM 9710-GRABAR-BITACORA
002201             THRU 9710-GRABAR-BITACORA-EXIT
002202         MOVE 16 TO RETURN-CODE
002203         STOP RUN
002204     END-IF.
002205     PERFORM 9600-FECHA-NEGOCIO
002206         THRU 9600-FECHA-NEGOCIO-EXIT.
002207     ACCEPT TS-HORA-SISTEMA FROM TIME.
002208     PERFORM 9500-ABRIR-SEGUIMIENTO
002209         THRU 9500-ABRIR-SEGUIMIENTO-EXIT.
002210     MOVE "TABSIRVE" TO SG-PROGRAMA.
002211     MOVE "D"        TO SG-ORIGEN.
002212     WRITE FD-REG-INFORME FROM TS-LINEA-TITULO
002213         BEFORE ADVANCING 1 LINE.
002220 1000-INICIALIZAR-EXIT.
002230     EXIT.
002240
002410             GO TO 2000-SERVIR-PETICION-EXIT
002420     END-READ.
002430     ADD 1 TO TS-CTR-LEIDOS.
002435     MOVE FD-PET-AREA TO TS-AREA.
002440     IF FD-REG-PETICION(1:3) IS NOT NUMERIC
002450         OR (FD-REG-PETICION(4:3) NOT = SPACES
002460             AND FD-REG-PETICION(4:3) IS NOT NUMERIC)
002490             FD-REG-PETICION(1:6) "'. PASA A FALTANTES. ***"
002500         WRITE FD-REG-FALTANTE FROM FD-REG-PETICION
002510         ADD 1 TO TS-CTR-FALTANTES
002511         MOVE ZEROS TO TS-NUMERO
002512         MOVE ZEROS TO TS-TAMANO
002513         MOVE SPACE TO TS-OPERACION
002514         SET FD88-CSM-FALTANTE TO TRUE
002515         PERFORM 2400-ANOTAR-CONSUMO
002516             THRU 2400-ANOTAR-CONSUMO-EXIT
002520         GO TO 2000-SERVIR-PETICION-EXIT
002530     END-IF.
002540     MOVE FD-PET-NUMERO TO TS-NUMERO.
003172     MOVE TS-OPERACION TO TS-LD-OPER.
003180     WRITE FD-REG-INFORME FROM TS-LINEA-DETALLE
003190         BEFORE ADVANCING 1 LINE.
003192     SET FD88-CSM-SERVIDA TO TRUE.
003194     PERFORM 2400-ANOTAR-CONSUMO
003196         THRU 2400-ANOTAR-CONSUMO-EXIT.
003197     MOVE "S" TO SG-ETAPA.
003198     PERFORM 2500-ANOTAR-SEGUIMIENTO
003199         THRU 2500-ANOTAR-SEGUIMIENTO-EXIT.
003200 2200-EXTRAER-TABLA-EXIT.
003210     EXIT.
003220
003350     MOVE FD-MAE-MULTIPLICADOR TO FD-SAL-MULTIPLICADOR.
003360     MOVE FD-MAE-RESULTADO     TO FD-SAL-RESULTADO.
003365     MOVE FD-MAE-OPERACION     TO FD-SAL-OPERACION.
003367     MOVE TS-AREA              TO FD-SAL-AREA.
003370     WRITE FD-REG-SALTABLA.
003380     ADD 1 TO TS-CTR-TERNAS.
003390 2210-EXTRAER-UNA-TERNA-EXIT.
003480     MOVE TS-NUMERO    TO FD-FAL-NUMERO.
003490     MOVE TS-TAMANO    TO FD-FAL-TAMANO.
003495     MOVE TS-OPERACION TO FD-FAL-OPERACION.
003497     MOVE TS-AREA      TO FD-FAL-AREA.
003500     WRITE FD-REG-FALTANTE.
003510     ADD 1 TO TS-CTR-FALTANTES.
003511     MOVE TS-NUMERO TO TS-BF-NUMERO.
003542     MOVE TS-OPERACION TO TS-LD-OPER.
003550     WRITE FD-REG-INFORME FROM TS-LINEA-DETALLE
003560         BEFORE ADVANCING 1 LINE.
003562     SET FD88-CSM-FALTANTE TO TRUE.
003564     PERFORM 2400-ANOTAR-CONSUMO
003566         THRU 2400-ANOTAR-CONSUMO-EXIT.
003567     MOVE "P" TO SG-ETAPA.
003568     PERFORM 2500-ANOTAR-SEGUIMIENTO
003569         THRU 2500-ANOTAR-SEGUIMIENTO-EXIT.
003570 2300-GRABAR-FALTANTE-EXIT.
003580     EXIT.
003581
003582******************************************************************
003583*    2400-ANOTAR-CONSUMO - GRABA EN EL HISTORICO DE CONSUMO LA
003584*    PETICION CON SU AREA Y EL EVENTO YA PUESTO POR EL LLAMADOR
003585*    ('S' SERVIDA, 'F' FALTANTE). EL AREA QUE PIDE ES TAMBIEN
003586*    LA TITULAR: EL SERVICIO NO CONSOLIDA PETICIONES.
003587******************************************************************
003588 2400-ANOTAR-CONSUMO.
003589     MOVE SPACES TO FD-REG-CONSUMO.
003590     MOVE CI-FECHA-NEGOCIO      TO FD-CSM-FECHA.
003591     MOVE TS-HORA-SISTEMA(1:6)  TO FD-CSM-HORA.
003592     MOVE "TABSIRVE"            TO FD-CSM-PROGRAMA.
003593     MOVE TS-AREA               TO FD-CSM-AREA.
003594     MOVE TS-NUMERO             TO FD-CSM-NUMERO.
003595     MOVE TS-TAMANO             TO FD-CSM-TAMANO.
003596     MOVE TS-OPERACION          TO FD-CSM-OPERACION.
003597     MOVE TS-AREA               TO FD-CSM-TITULAR.
003598     WRITE FD-REG-CONSUMO.
003599     IF TS-FS-CONSUMO NOT = "00"
003600         DISPLAY "*** ERROR GRABANDO CONSUMO (STATUS="
003601             TS-FS-CONSUMO "). ***"
003602         MOVE "TB101E" TO BT-CODIGO
003603         MOVE "ERROR DE GRABACION DE CONSUMO" TO BT-TEXTO
003604         PERFORM 9710-GRABAR-BITACORA
003605             THRU 9710-GRABAR-BITACORA-EXIT
003606         MOVE 16 TO RETURN-CODE
003607         STOP RUN
003608     END-IF.
003609 2400-ANOTAR-CONSUMO-EXIT.
003610     EXIT.
003611
003612******************************************************************
003613*    2500-ANOTAR-SEGUIMIENTO - ANOTA LA PETICION EN EL
003614*    SEGUIMIENTO CON LA ETAPA YA PUESTA POR EL LLAMADOR ('S'
003615*    SERVIDA, 'P' PENDIENTE EN FALTANTES). LAS PETICIONES SIN
003616*    FORMATO NO TIENEN CLAVE Y NO SE SIGUEN.
003617******************************************************************
003618 2500-ANOTAR-SEGUIMIENTO.
003619     MOVE TS-NUMERO    TO SG-NUMERO.
003620     MOVE TS-OPERACION TO SG-OPERACION.
003621     MOVE TS-AREA      TO SG-AREA.
003622     MOVE TS-TAMANO    TO SG-TAMANO.
003623     PERFORM 9510-ANOTAR-PETICION
003624         THRU 9510-ANOTAR-PETICION-EXIT.
003625 2500-ANOTAR-SEGUIMIENTO-EXIT.
003626     EXIT.
003627
003628******************************************************************
003629*    9000-FINALIZAR - COLA DE CONTROL 'TRL' EN SALSERV, TOTALES
003630*    EN EL INFORME, CIERRE DE FICHEROS Y CODIGO DE RETORNO: 0
003631*    TODO SERVIDO, 4 CON FALTANTES, 8 SIN NINGUNA SERVIDA.
003640******************************************************************
003650 9000-FINALIZAR.
003660     MOVE SPACES TO FD-REG-SAL-TRAILER.
003980     CLOSE SALSERV-FILE.
003990     CLOSE FALTANTE-FILE.
004000     CLOSE INFORME-FILE.
004005     CLOSE CONSUMO-FILE.
004006     PERFORM 9550-CERRAR-SEGUIMIENTO
004007         THRU 9550-CERRAR-SEGUIMIENTO-EXIT.
004010     DISPLAY "TABSIRVE: LEIDAS " TS-CTR-LEIDOS
004020         " SERVIDAS " TS-CTR-SERVIDAS
004030         " FALTANTES " TS-CTR-FALTANTES ".".
004160     EXIT.
004170
004171******************************************************************
004172*    9500-ABRIR-SEGUIMIENTO (Y AUXILIARES) - ANOTACIONES EN EL
004173*    SEGUIMIENTO DE PETICIONES, COMUNES DEL SUBSISTEMA.
004174******************************************************************
004175     COPY TMSEGPRC.
004176
004180******************************************************************
004190*    9600-FECHA-NEGOCIO (Y AUXILIARES) - FECHA DE NEGOCIO DEL
004200*    FICHERO DE CONTROL CICLO, COMUN DEL SUBSISTEMA.
004210******************************************************************
004220     COPY TMCICPRC.
004230
004240******************************************************************
004250*    9700-ABRIR-BITACORA (Y AUXILIARES) - PARRAFOS COMUNES DE LA
004260*    BITACORA CENTRAL DE EXPLOTACION.
004270******************************************************************
004280     COPY TMBITPRC.
004290
004300 END PROGRAM TABSIRVE.
