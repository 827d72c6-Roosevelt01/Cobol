000259*                       EQUIVALE A 'M') Y LA BT BORRA LA
000261*                       TABLA DEL NUMERO EN TODAS SUS
000262*                       OPERACIONES.
000263*    15/10/2026  JLR    FICHERO DE CAMBIOS CAMBIOS (TMCAMREG):
000264*                       UN REGISTRO 'BAJ' POR CADA CLAVE BORRADA,
000265*                       CON EL RESULTADO QUE TENIA, Y COLA 'FIN'
000266*                       CON LOS TOTALES, PARA LA DIFUSION A LOS
000267*                       SUSCRIPTORES (TABDIFUS). LA TRANSACCION
000268*                       BC LEE AHORA LA CLAVE ANTES DE BORRARLA.
000269*    15/10/2026  JLR    LA TRANSACCION BT ADMITE TAMBIEN LA
000270*                       OPERACION EN COLUMNA 10: CON ELLA SOLO
000271*                       BORRA LA TABLA DE ESA OPERACION; EN
000272*                       BLANCO SIGUE BORRANDO TODAS (LAS
000273*                       PROPUESTAS DE PURGA TABPURGA LA
000274*                       INFORMAN SIEMPRE).
000275*    15/10/2026  JLR    SE COMPRUEBA EL ESTADO DE LA GRABACION DE
000276*                       LA COLA 'FIN' DE CAMBIOS: SI FALLA
000277*                       TERMINA CON RC=16 (TB101E EN BITACORA)
000278*                       EN VEZ DE DEJAR UN ENVIO SIN COLA.
000279*    15/10/2026  JLR    UN FALLO AL GRABAR UNA BAJA EN CAMBIOS
000280*                       TAMBIEN SE ANOTA EN BITACORA (TB101E Y
000281*                       TB002I DE FIN CON RC=16).
000282******************************************************************
000283
000284 ENVIRONMENT DIVISION.
000285 INPUT-OUTPUT SECTION.
000286 FILE-CONTROL.
000290     SELECT MANTRANS-FILE ASSIGN TO "MANTRANS"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS MT-FS-MANTRANS.
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS BT-FS-BITACORA.
000464
000465     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
000466         ORGANIZATION IS LINE SEQUENTIAL
000467         FILE STATUS IS MT-FS-CAMBIOS.
000468
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************************
000500*    FICHERO DE TRANSACCIONES DE MANTENIMIENTO: TIPO ('BT'
000510*    TABLA, 'BC' CLAVE, 'BR' FUERA DE RANGO), NUMERO Y
000520*    MULTIPLICADOR SEGUN EL TIPO Y OPERACION EN COLUMNA 10 (BT
000530*    Y BC). '*' EN COLUMNA 1 PARA COMENTARIOS.
000540******************************************************************
000550 FD  MANTRANS-FILE
000560     LABEL RECORDS ARE STANDARD
000896     RECORD CONTAINS 80 CHARACTERS.
000897     COPY TMBITREG.
000898
000899******************************************************************
000900*    FICHERO DE CAMBIOS DE ESTA EJECUCION (VER TMCAMREG).
000901******************************************************************
000902 FD  CAMBIOS-FILE
000903     LABEL RECORDS ARE STANDARD
000904     RECORD CONTAINS 80 CHARACTERS.
000905     COPY TMCAMREG.
000906
000907 WORKING-STORAGE SECTION.
000910     COPY TMPARAMS.
000911     COPY TMBITWS.
000920
001000 01  MT-FS-MANTRANS              PIC X(02) VALUE SPACES.
001010 01  MT-FS-MAESTRO               PIC X(02) VALUE SPACES.
001020 01  MT-FS-INFORME               PIC X(02) VALUE SPACES.
001022 01  MT-FS-CAMBIOS               PIC X(02) VALUE SPACES.
001024
001026 01  MT-FECHA-SISTEMA            PIC 9(08) VALUE ZEROS.
001028 01  MT-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001030
001040 77  MT-CTR-ANTES                PIC 9(07) VALUE ZEROS COMP.
001050 77  MT-CTR-DESPUES              PIC 9(07) VALUE ZEROS COMP.
001110
001120 01  MT-NUMERO                   PIC 9(03) VALUE ZEROS.
001130 01  MT-MULT                     PIC 9(03) VALUE ZEROS.
001135 01  MT-OPER-FILTRO              PIC X(01) VALUE SPACE.
001140
001150******************************************************************
001160*    CLAVE GUIA DEL BARRIDO SECUENCIAL CON BORRADO: TRAS CADA
001677         THRU 9710-GRABAR-BITACORA-EXIT.
001680     PERFORM 1300-LEER-PARAMETROS
001690         THRU 1300-LEER-PARAMETROS-EXIT.
001693     ACCEPT MT-FECHA-SISTEMA FROM DATE YYYYMMDD.
001696     ACCEPT MT-HORA-SISTEMA FROM TIME.
001700     OPEN INPUT MANTRANS-FILE.
001710     IF MT-FS-MANTRANS NOT = "00"
001720         DISPLAY "*** ERROR ABRIENDO MANTRANS (STATUS="
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001901     OPEN OUTPUT CAMBIOS-FILE.
001902     IF MT-FS-CAMBIOS NOT = "00"
001903         DISPLAY "*** ERROR ABRIENDO CAMBIOS (STATUS="
001904             MT-FS-CAMBIOS "). ***"
001905         MOVE "TB101E" TO BT-CODIGO
001906         MOVE "ERROR DE APERTURA DE CAMBIOS" TO BT-TEXTO
001907         PERFORM 9710-GRABAR-BITACORA
001908             THRU 9710-GRABAR-BITACORA-EXIT
001909         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001911     END-IF.
001912     PERFORM 1500-CONTAR-MAESTRO
001920         THRU 1500-CONTAR-MAESTRO-EXIT.
001930     MOVE MT-CTR-ANTES TO MT-CTR-DESPUES.
001940     MOVE MT-CTR-ANTES TO MT-LT-ANTES.
002710******************************************************************
002720*    2100-BORRAR-TABLA - BORRA TODAS LAS TERNAS DEL NUMERO DE LA
002730*    TRANSACCION. SIN NINGUN BORRADO LA TRANSACCION ES FALLIDA.
002733*    CON OPERACION EN LA TRANSACCION SOLO SE BORRAN LAS TERNAS
002736*    DE ESA OPERACION; EN BLANCO, LAS DE TODAS.
002740******************************************************************
002750 2100-BORRAR-TABLA.
002760     IF FD-TRN-NUMERO IS NOT NUMERIC
002800             THRU 2900-ANOTAR-FALLIDA-EXIT
002810         GO TO 2100-BORRAR-TABLA-EXIT
002820     END-IF.
002821     IF FD-TRN-OPERACION NOT = SPACE
002822         AND FD-TRN-OPERACION NOT = "M"
002823         AND FD-TRN-OPERACION NOT = "S"
002824         AND FD-TRN-OPERACION NOT = "R"
002825         DISPLAY "*** TRANSACCION BT CON OPERACION INVALIDA: '"
002826             FD-TRN-OPERACION "'. NO SE APLICA. ***"
002827         PERFORM 2900-ANOTAR-FALLIDA
002828             THRU 2900-ANOTAR-FALLIDA-EXIT
002829         GO TO 2100-BORRAR-TABLA-EXIT
002830     END-IF.
002831     MOVE FD-TRN-OPERACION TO MT-OPER-FILTRO.
002832     MOVE FD-TRN-NUMERO TO MT-NUMERO.
002840     MOVE MT-NUMERO TO MT-GUIA-NUMERO.
002850     MOVE ZEROS     TO MT-GUIA-MULT.
002855     MOVE SPACE     TO MT-GUIA-OPER.
002890         UNTIL MT88-FIN-BARRIDO.
002900     IF MT-CTR-TRN-BORRADOS = ZEROS
002910         DISPLAY "*** TRANSACCION BT SIN EFECTO: EL NUMERO "
002920             MT-NUMERO " " MT-OPER-FILTRO
002925             " NO TIENE TABLA EN EL MAESTRO. ***"
002930         PERFORM 2900-ANOTAR-FALLIDA
002940             THRU 2900-ANOTAR-FALLIDA-EXIT
002950     ELSE
003160         GO TO 2110-BORRAR-UNA-TERNA-EXIT
003170     END-IF.
003180     MOVE FD-MAE-CLAVE TO MT-CLAVE-GUIA.
003182     IF MT-OPER-FILTRO NOT = SPACE
003184         AND FD-MAE-OPERACION NOT = MT-OPER-FILTRO
003186         GO TO 2110-BORRAR-UNA-TERNA-EXIT
003188     END-IF.
003190     PERFORM 2500-BORRAR-REGISTRO
003200         THRU 2500-BORRAR-REGISTRO-EXIT.
003210 2110-BORRAR-UNA-TERNA-EXIT.
003230
003240******************************************************************
003250*    2200-BORRAR-CLAVE - BORRA UNA UNICA CLAVE
003260*    NUMERO/MULTIPLICADOR. CLAVE INEXISTENTE ES FALLIDA. SE LEE
003265*    ANTES DE BORRAR PARA ANOTAR EN CAMBIOS EL RESULTADO.
003270******************************************************************
003280 2200-BORRAR-CLAVE.
003290     IF FD-TRN-NUMERO IS NOT NUMERIC
003386     ELSE
003388         MOVE FD-TRN-OPERACION TO FD-MAE-OPERACION
003389     END-IF.
003390     READ MAESTRO-FILE
003400         INVALID KEY
003410             DISPLAY "*** TRANSACCION BC SIN EFECTO: LA CLAVE "
003420                 FD-TRN-NUMERO "/" FD-TRN-MULT " NO EXISTE EN "
003440             PERFORM 2900-ANOTAR-FALLIDA
003450                 THRU 2900-ANOTAR-FALLIDA-EXIT
003460             GO TO 2200-BORRAR-CLAVE-EXIT
003470     END-READ.
003480     PERFORM 2500-BORRAR-REGISTRO
003490         THRU 2500-BORRAR-REGISTRO-EXIT.
003510     PERFORM 2910-ANOTAR-APLICADA
003520         THRU 2910-ANOTAR-APLICADA-EXIT.
003530 2200-BORRAR-CLAVE-EXIT.
003970*    2500-BORRAR-REGISTRO - BORRA EL REGISTRO CUYA CLAVE ESTA EN
003980*    FD-MAE-CLAVE Y ACTUALIZA LOS CONTADORES. UN ERROR DE
003990*    BORRADO DETIENE EL PROGRAMA: EL MAESTRO PODRIA QUEDAR A
004000*    MEDIO MANTENER SIN AVISO. EL REGISTRO DE BAJA SE ARMA CON
004005*    EL REGISTRO LEIDO ANTES DEL DELETE Y SE GRABA DESPUES.
004010******************************************************************
004020 2500-BORRAR-REGISTRO.
004021     MOVE SPACES TO FD-REG-CAMBIO.
004022     SET FD88-CAM-BAJA TO TRUE.
004023     PERFORM 2510-ORIGEN-CAMBIO THRU 2510-ORIGEN-CAMBIO-EXIT.
004024     MOVE FD-MAE-NUMERO        TO FD-CAM-NUMERO.
004025     MOVE FD-MAE-MULTIPLICADOR TO FD-CAM-MULTIPLICADOR.
004026     MOVE FD-MAE-OPERACION     TO FD-CAM-OPERACION.
004027     MOVE FD-MAE-RESULTADO     TO FD-CAM-RESULTADO.
004030     DELETE MAESTRO-FILE
004040         INVALID KEY
004050             DISPLAY "*** ERROR BORRANDO EN TABMAEST (STATUS="
004100     ADD 1 TO MT-CTR-TRN-BORRADOS.
004110     ADD 1 TO MT-CTR-ELIMINADOS.
004120     SUBTRACT 1 FROM MT-CTR-DESPUES.
004121     WRITE FD-REG-CAMBIO.
004122     IF MT-FS-CAMBIOS NOT = "00"
004123         DISPLAY "*** ERROR GRABANDO CAMBIOS (STATUS="
004124             MT-FS-CAMBIOS "). ***"
004125         MOVE "TB101E" TO BT-CODIGO
004126         MOVE "ERROR DE GRABACION DE CAMBIOS" TO BT-TEXTO
004127         PERFORM 9710-GRABAR-BITACORA
004128             THRU 9710-GRABAR-BITACORA-EXIT
004129         MOVE 16 TO RETURN-CODE
004130         MOVE RETURN-CODE TO BT-FIN-RETORNO
004131         MOVE "TB002I" TO BT-CODIGO
004132         MOVE BT-TEXTO-FIN TO BT-TEXTO
004133         PERFORM 9710-GRABAR-BITACORA
004134             THRU 9710-GRABAR-BITACORA-EXIT
004135         PERFORM 9720-CERRAR-BITACORA
004136             THRU 9720-CERRAR-BITACORA-EXIT
004137         STOP RUN
004138     END-IF.
004139 2500-BORRAR-REGISTRO-EXIT.
004140     EXIT.
004141
004142******************************************************************
004143*    2510-ORIGEN-CAMBIO - SELLO DE ORIGEN COMUN A TODOS LOS
004144*    REGISTROS DE CAMBIOS DE ESTA EJECUCION.
004145******************************************************************
004146 2510-ORIGEN-CAMBIO.
004147     MOVE MT-FECHA-SISTEMA     TO FD-CAM-FECHA.
004148     MOVE MT-HORA-SISTEMA(1:6) TO FD-CAM-HORA.
004149     MOVE "TABMANT"            TO FD-CAM-PROGRAMA.
004150 2510-ORIGEN-CAMBIO-EXIT.
004151     EXIT.
004152
004160******************************************************************
004170*    2900-ANOTAR-FALLIDA / 2910-ANOTAR-APLICADA - LINEA DE
004180*    INFORME Y CONTADORES DE LA TRANSACCION QUE TERMINA.
004720     CLOSE MANTRANS-FILE.
004730     CLOSE MAESTRO-FILE.
004740     CLOSE INFORME-FILE.
004741     MOVE SPACES TO FD-REG-CAMBIO.
004742     SET FD88-CAM-FIN TO TRUE.
004743     PERFORM 2510-ORIGEN-CAMBIO THRU 2510-ORIGEN-CAMBIO-EXIT.
004744     MOVE ZEROS             TO FD-CAM-ALTAS.
004745     MOVE MT-CTR-ELIMINADOS TO FD-CAM-BAJAS.
004746     WRITE FD-REG-CAMBIO.
004747     IF MT-FS-CAMBIOS NOT = "00"
004748         DISPLAY "*** ERROR GRABANDO LA COLA DE CAMBIOS (STATUS="
004749             MT-FS-CAMBIOS "). ***"
004750         MOVE "TB101E" TO BT-CODIGO
004751         MOVE "ERROR DE GRABACION DE LA COLA DE CAMBIOS"
004752             TO BT-TEXTO
004753         PERFORM 9710-GRABAR-BITACORA
004754             THRU 9710-GRABAR-BITACORA-EXIT
004755         MOVE 16 TO RETURN-CODE
004756         MOVE RETURN-CODE TO BT-FIN-RETORNO
004757         MOVE "TB002I" TO BT-CODIGO
004758         MOVE BT-TEXTO-FIN TO BT-TEXTO
004759         PERFORM 9710-GRABAR-BITACORA
004760             THRU 9710-GRABAR-BITACORA-EXIT
004761         PERFORM 9720-CERRAR-BITACORA
004762             THRU 9720-CERRAR-BITACORA-EXIT
004763         STOP RUN
004764     END-IF.
004765     CLOSE CAMBIOS-FILE.
004766     DISPLAY "TABMANT: ANTES " MT-CTR-ANTES
004767         " ELIMINADOS " MT-CTR-ELIMINADOS
004770         " DESPUES " MT-CTR-DESPUES ".".
004780     IF MT-CTR-TRN-FALLIDAS NOT = ZEROS
004790         MOVE 8 TO RETURN-CODE
