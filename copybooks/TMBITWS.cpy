000090*    TB001I  INICIO DE EJECUCION                                 *
000100*    TB002I  FIN DE EJECUCION (CODIGO DE RETORNO EN EL TEXTO)    *
000110*    TB101E  ERROR DE APERTURA DE FICHERO                        *
000115*    TB102E  FICHERO PARAMS INCOHERENTE (TRABAJO RETENIDO)       *
000117*    TB103E  CICLO DE NEGOCIO RECHAZADO (APERTURA/CIERRE)        *
000120*    TB201W  REGISTRO DE ENTRADA RECHAZADO                       *
000130*    TB202W  DISCREPANCIA DE CONCILIACION                        *
000140*    TB203W  CONFLICTO CON EL MAESTRO                            *
000160*    TB205W  TABLA NO SERVIDA / COBERTURA INCOMPLETA             *
000170*    TB206W  TRANSACCION DE MANTENIMIENTO FALLIDA                *
000180*    TB207W  RECHAZOS ARRASTRADOS EN EL REPROCESO                *
000185*    TB208W  TABLA PEDIDA POR UN AREA Y NO ENTREGADA             *
000187*    TB209W  PETICION ABIERTA FUERA DE PLAZO                     *
000190*    TB301I  RESUMEN DE CONTADORES DE LA EJECUCION               *
000200*    SUFIJO: I INFORMATIVO, W AVISO, E ERROR.                    *
000210*----------------------------------------------------------------*
000280*    02/09/2026  JLR    CREACION.                                *
000282*    02/09/2026  JLR    PROGRAMA EMISOR AMPLIADO A DIEZ        *
000284*                       POSICIONES, ACORDE CON TMBITREG.      *
000286*    15/10/2026  JLR    CODIGO TB208W DE LA ENTREGA POR AREA   *
000288*                       PETICIONARIA (TABENTRE).              *
000291*    15/10/2026  JLR    CODIGO TB102E DE LA VALIDACION PREVIA *
000294*                       DE PARAMS (TABVALPA).                 *
000295*    15/10/2026  JLR    CODIGO TB103E DEL CONTROL DEL CICLO   *
000296*                       DE NEGOCIO (TABCICLO).                *
000297*    15/10/2026  JLR    CODIGO TB209W DE LAS PETICIONES       *
000298*                       ABIERTAS FUERA DE PLAZO (TABANTIG).   *
000299******************************************************************
000300 01  BT-PROGRAMA                 PIC X(10) VALUE SPACES.
000310 01  BT-CODIGO                   PIC X(06) VALUE SPACES.
000320 01  BT-TEXTO                    PIC X(50) VALUE SPACES.
