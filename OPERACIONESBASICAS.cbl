      * wrote, and the stage and checkpoint are cleared only when the
      * batch ends clean (a checkpoint from another date is stale and
      * ignored).
      * A transfer ("T") moves NUM1 from CUENTA-IN to CUENTA-DESTINO
      * as one linked pair: both accounts must exist, be active and
      * stay within their CTA-LIM-TRANS/CTA-LIM-SALDO limits (the
      * source checked for the debit, the destination for the
      * credit), or the whole transfer goes to SUSPENSE.DAT as ONE
      * item and neither account moves. A posted transfer writes a
      * debit leg and a credit leg to TRANSOUT and AUDITLOG sharing
      * a transfer reference (business date plus the transaction's
      * number in the run, stable across a restart); if the second
      * REWRITE fails the first is backed out, so a transfer never
      * stays half posted. Transfers post no VARIANZA.
      * Every posted transaction leaves a fingerprint (account,
      * NUM1, NUM2, operation - plus destination for a transfer -
      * and business date) in HUELLAS.DAT (copybooks/HUELLA.cpy),
      * pruned at start of run to the PARM-DIAS-DUPLI days of
      * CTLPARM.DAT. A detail or resubmission that matches a live
      * fingerprint rejects to SUSPENSE.DAT as DUPLI instead of
      * posting a resent file twice. A reversal is only compared
      * against earlier reversals, never against its original, and
      * once posted it cancels the original's fingerprint so the
      * corrected item can be sent again. A suspense item data entry
      * released as a real repeat (SUSP-LIBERADO "L") skips the check,
      * and so does a standing-order item (ORIGEN-IN "P"), which
      * repeats account and amounts every week by design.
      * Data entry can also hold a suspense item or void it
      * (SUSP-ESTADO "R"/"A", set by CORRIGE-SUSPENSO): a held item is
      * written back to SUSPENSE.DAT untouched without being
      * resubmitted, and a voided one is pulled out of the queue to
      * ANULADOS.DAT (copybooks/ANULREC.cpy) with its void reason and
      * operator. Neither reaches the audit trail; both still count
      * toward the restart checkpoint.
      * A CTLOPER.DAT staged with OPER-MODO "M" runs the batch as a
      * memo-post trial: supervisors see what a large or unusual
      * TRANSIN.DAT would do before it goes into the real night. The
      * trial runs every normal validation and the same operation,
      * reversal, transfer, limit and duplicate logic, but posts
      * against a copy of the master (CUENTAS.MEM) and writes its
      * TRANSOUT, audit, suspense, escalation, void, master journal,
      * restart stage and checkpoint to work files of the same name
      * with the .MEM extension, cleared at the start of every trial.
      * The live CUENTAS.DAT, AUDITLOG.DAT, SUSPENSE.DAT, OPERCKPT.DAT,
      * SUSPENSE.BK, FECHARUN.DAT and HUELLAS.DAT are only read, never
      * written. A trial always reads TRANSIN.DAT, never last night's
      * TRANSIN.EDT, and during the day it also accepts a batch dated
      * after the last night's business date, up to today, so the
      * coming night's file can be previewed. The outcome is the
      * projected-results report PROYPOST.DAT: projected closing
      * balance per account against the live one, predicted rejects
      * by reason code, and the limit breaches (LIMTR/LIMSA/LIMGR)
      * with the amount and limit of each, so operations can call
      * the department before the file hits the real batch. The job
      * signs on and logs errors as OPERACIONES-PRUEBA so nothing in
      * the morning logs is mistaken for a real posting run.
      * Accounts are kept in one currency each (CTA-MONEDA, blank =
      * base currency) and a detail may name the currency its amount
      * comes in (MONEDA-IN, blank = already in the account's
      * currency). A detail in another currency is converted to the
      * account's currency before the limit checks and the posting,
      * with the rates TIPCAMB.DAT (copybooks/TIPCAMB.cpy, loaded by
      * CARGA-CAMBIOS) holds for the business date being posted:
      * amount times the transaction currency's rate over the
      * account currency's rate, the base currency counting as 1.
      * No rate for that date rejects to suspense with reason SINTC,
      * to go through on resubmission once the rate is loaded. The
      * threshold and tolerance decisions, TRANSOUT and the audit
      * RESULTADO are all on the converted amount; the audit line
      * also keeps the amount as it came in, its currency and the
      * rate used. A transfer converts its amount once, to the
      * source account's currency, and both accounts must share that
      * currency (otherwise TRINV), so the two legs still net to
      * zero. A reversal is converted at the rate of its own business
      * date, like any other detail.
      * Accounts can hang from a parent account (CTA-PADRE) and any
      * account can carry a group limit (CTA-LIM-GRUPO): a ceiling on
      * the absolute consolidated balance of the account and every
      * account below it. When some account in the master has one,
      * the hierarchy is loaded at start of run with the consolidated
      * balance of each limited branch; a posting that would take a
      * branch above its ceiling, at any level above the account,
      * rejects to suspense as LIMGR, and every posting keeps the
      * branch totals current. A transfer inside one branch does not
      * move that branch's total and is not checked against it.
      * Reversals are exempt, as from the account limits. Without any
      * group limit in the master nothing is loaded and the check
      * does not run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACIONES-BASICAS.
       ENVIRONMENT DIVISION.
               ASSIGN TO DYNAMIC WS-NOMBRE-TRANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSOUT.
      *Los archivos que la corrida escribe se asignan por nombre: en
      *la corrida de prueba (OPER-MODO "M") van a su copia .MEM y
      *los vivos no se tocan.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT SUSPENSO ASSIGN TO DYNAMIC WS-NOMBRE-SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.
      *Copia de respaldo de la cola de resubmisiones: el reinicio la
      *recarga desde aqui porque SUSPENSE.DAT ya quedo truncado por
      *la corrida interrumpida.
           SELECT SUSPENSO-RESPALDO
               ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPALDO.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.
      *Registros de suspenso que agotaron sus ciclos de resubmision:
      *salen del carrusel nocturno a revision del supervisor.
           SELECT ESCALADO ASSIGN TO DYNAMIC WS-NOMBRE-ESCALADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALADO.
      *Registros de suspenso que data entry anulo: salen de la cola
      *aqui en vez de resubmitirse.
           SELECT ANULADOS ASSIGN TO DYNAMIC WS-NOMBRE-ANULADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULADOS.
      *Diario de posteos del maestro: imagen antes/despues de cada
      *REWRITE de POSTEA-CUENTA, para que RESTAURA-CUENTAS pueda
      *reconstruir el maestro desde un respaldo fechado.
           SELECT DIARIO-CUENTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-DIARIO-CTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO-CTAS.
      *Handoff de la fecha de negocio aceptada, para que los pasos
           SELECT SEGURIDAD ASSIGN TO "SEGOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGURIDAD.
      *Historia de huellas de lo posteado en los ultimos dias, para
      *rechazar como duplicado un archivo reenviado.
           SELECT HUELLAS ASSIGN TO "HUELLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HUELLAS.
      *Acceso dinamico: el posteo lee por llave; la corrida de prueba
      *ademas recorre el maestro para sacarle la copia.
           SELECT MAESTRO-CUENTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
      *Corrida de prueba: imagen de apertura del maestro (de la que
      *sale la copia CUENTAS.MEM y contra la que se comparan los
      *saldos proyectados) y el reporte de resultados proyectados.
           SELECT CUENTAS-APERTURA ASSIGN TO "CTASAPE.MEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APERTURA.
           SELECT PROYECCION ASSIGN TO "PROYPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROYECCION.
      *Maestro de tipos de cambio; solo se lee.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       COPY SUSPREC.

       FD  SUSPENSO-RESPALDO.
       01  RESPALDO-REC                PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
       FD  ESCALADO.
       COPY ESCALREC.

       FD  ANULADOS.
       COPY ANULREC.

       FD  DIARIO-CUENTAS.
       COPY CTASJRN.

       FD  SEGURIDAD.
       COPY SEGOPER.

       FD  HUELLAS.
       COPY HUELLA.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       FD  CUENTAS-APERTURA.
       01  APERTURA-REC                PIC X(120).

       FD  PROYECCION.
       01  PROY-LINEA                  PIC X(80).

       FD  TIPOS-CAMBIO.
       COPY TIPCAMB.

       WORKING-STORAGE SECTION.
      *Operandos.
       01  NUM1 PIC S9(4).
               10  WS-SUSP-DATOS       PIC X(40).
               10  WS-SUSP-FECHA       PIC X(8).
               10  WS-SUSP-CICLOS      PIC 9(3).
               10  WS-SUSP-LIBERADO    PIC X.
      *Motivo original y marcas de data entry: un retenido ("R")
      *vuelve tal cual a SUSPENSE.DAT sin resubmitirse; un anulado
      *("A") sale a ANULADOS.DAT con su motivo de anulacion.
               10  WS-SUSP-MOTIVO      PIC X(5).
               10  WS-SUSP-ESTADO      PIC X.
               10  WS-SUSP-MOTIVO-ANULA PIC X(20).
               10  WS-SUSP-OPER-ANULA  PIC X(8).
       01  WS-ES-RESUB                 PIC X VALUE SPACE.
       01  WS-MOTIVO-RECHAZO           PIC X(5) VALUE SPACES.
      *Fecha de alta y ciclos del registro en resubmision, para que
      *un nuevo rechazo conserve su historia en vez de rejuvenecer.
       01  WS-RESUB-FECHA              PIC X(8) VALUE SPACES.
       01  WS-RESUB-CICLOS             PIC 9(3) VALUE 0.
      *Marca de liberacion del registro en resubmision: "L" = data
      *entry confirmo que es una repeticion real, no un reenvio.
       01  WS-RESUB-LIBERADO           PIC X VALUE SPACE.
      *Tope de ciclos de resubmision antes de escalar, de CTLPARM.
       01  WS-LIMITE-CICLOS            PIC 9(3) VALUE 5.
       01  WS-FS-ESCALADO              PIC XX.
       01  WS-CNT-ESCALADOS            PIC 9(3) VALUE 0.
       01  WS-FS-ANULADOS              PIC XX.
       01  WS-CNT-ANULADOS             PIC 9(3) VALUE 0.
       01  WS-CNT-RETENIDOS            PIC 9(3) VALUE 0.
      *Imagenes "antes" del posteo para el diario del maestro.
       01  WS-FS-DIARIO-CTAS           PIC XX.
       01  WS-FS-FECHA-CORRIDA         PIC XX.
       01  WS-SALDO-PROYECTADO         PIC S9(12) VALUE 0.
       01  WS-LIMITE-OK                PIC X VALUE "S".
           88  LIMITE-OK               VALUE "S".
      *Limites de grupo: la jerarquia del maestro (cuenta, indice del
      *padre, limite de grupo y saldo consolidado de su rama), cargada
      *al inicio solo si alguna cuenta tiene limite de grupo. La
      *tabla queda en orden de CTA-ID. WS-GRP-CUENTA-CHK es la cuenta
      *que se valida o postea y WS-GRP-OTRA-PATA la otra pata de una
      *transferencia (blanco si no lo es): la rama que contiene a las
      *dos no cambia de total.
       01  WS-GRP-ACTIVO               PIC X VALUE "N".
           88  GRUPOS-ACTIVOS          VALUE "S".
       01  WS-GRP-DESBORDE             PIC X VALUE "N".
           88  GRP-DESBORDE            VALUE "S".
       01  WS-FIN-JERARQUIA            PIC X VALUE "N".
           88  FIN-JERARQUIA           VALUE "S".
       01  WS-GRP-CNT                  PIC 9(4) VALUE 0.
       01  WS-GRP-CNT-LIMITES          PIC 9(4) VALUE 0.
       01  WS-GRP-IDX                  PIC 9(4) VALUE 0.
       01  WS-GRP-NODO                 PIC 9(4) VALUE 0.
       01  WS-GRP-NODO-OTRA            PIC 9(4) VALUE 0.
       01  WS-GRP-HALLADO              PIC 9(4) VALUE 0.
       01  WS-GRP-NIVEL                PIC 9(3) VALUE 0.
       01  WS-GRP-NIVEL-OTRA           PIC 9(3) VALUE 0.
       01  WS-GRP-MAX-NIVELES          PIC 9(3) VALUE 20.
       01  WS-GRP-BUSCA                PIC X(8).
       01  WS-GRP-CUENTA-CHK           PIC X(8).
       01  WS-GRP-OTRA-PATA            PIC X(8).
       01  WS-GRP-DELTA                PIC S9(12) VALUE 0.
       01  WS-GRP-COMUN                PIC X VALUE "N".
           88  GRP-COMUN               VALUE "S".
       01  WS-TABLA-GRUPOS.
           05  WS-GRP-ENT OCCURS 2000.
               10  WS-GRP-CUENTA       PIC X(8).
               10  WS-GRP-PADRE        PIC X(8).
               10  WS-GRP-PADRE-IDX    PIC 9(4).
               10  WS-GRP-LIMITE       PIC 9(10).
               10  WS-GRP-SALDO        PIC S9(12).
               10  WS-GRP-CONSOL       PIC S9(12).
       01  WS-OPERACION-VALIDA         PIC X VALUE "S".
           88  OPERACION-VALIDA        VALUE "S".
      *Transferencia en proceso: monto, referencia comun de las dos
      *patas, la cuenta de la otra pata para la auditoria, el lado
      *que rechazo ("O"/"D") y las imagenes "antes" de cada cuenta
      *para el diario y para deshacer la primera pata si la segunda
      *no se puede grabar.
       01  WS-TRF-MONTO                PIC S9(10) VALUE 0.
       01  WS-TRF-REF.
           05  WS-TRF-REF-FECHA        PIC X(8).
           05  WS-TRF-REF-NUMERO       PIC 9(6).
       01  WS-TRF-CONTRAPARTE          PIC X(8) VALUE SPACES.
       01  WS-TRF-LADO                 PIC X VALUE SPACE.
       01  WS-TRF-NUEVO-ORIGEN         PIC S9(10) VALUE 0.
       01  WS-TRF-NUEVO-DESTINO        PIC S9(10) VALUE 0.
       01  WS-TRF-DEST-SALDO-ANTES     PIC S9(10) VALUE 0.
       01  WS-TRF-DEST-VARIANZA-ANTES  PIC S9(10) VALUE 0.
       01  WS-DECISION-PATA            PIC X(40).
       01  WS-CUENTA-PATA              PIC X(8).
       01  WS-TRF-DESBORDE             PIC X VALUE "N".
           88  TRF-DESBORDE            VALUE "S".
      *Huellas de lo posteado dentro de la ventana de PARM-DIAS-DUPLI
      *(CTLPARM.DAT), cargadas de HUELLAS.DAT al arrancar y
      *aumentadas con cada posteo de la corrida, para que un mismo
      *item repetido en la misma noche tambien se detecte. La clave
      *de comparacion tiene la misma forma que la de la tabla y se
      *compara como grupo. WS-HUE-ANULADA "S" = huella cancelada por
      *una reversa posterior.
       01  WS-FS-HUELLAS               PIC XX.
       01  WS-DIAS-DUPLI               PIC 9(3) VALUE 7.
       01  WS-HUELLAS-ABIERTO          PIC X VALUE "N".
           88  HUELLAS-ABIERTO         VALUE "S".
       01  WS-HUE-LLENA                PIC X VALUE "N".
           88  HUE-LLENA               VALUE "S".
       01  WS-FIN-HUELLAS              PIC X VALUE "N".
           88  FIN-HUELLAS             VALUE "S".
       01  WS-HUE-CNT                  PIC 9(5) VALUE 0.
       01  WS-HUE-IDX                  PIC 9(5) VALUE 0.
       01  WS-HUE-HALLADA              PIC 9(5) VALUE 0.
       01  WS-HUE-PURGADAS             PIC 9(6) VALUE 0.
       01  WS-HUE-ESTADO-BUSCADO       PIC X.
       01  WS-HUE-CORTE                PIC X(8).
       01  WS-HUE-FECHA-NUM            PIC 9(8).
       01  WS-HUE-DIA-ENTERO           PIC 9(8).
       01  WS-CLAVE-HUELLA.
           05  WS-CLV-CUENTA           PIC X(8).
           05  WS-CLV-NUM1             PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-CLV-NUM2             PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-CLV-OPERACION        PIC X.
           05  WS-CLV-CTA-DESTINO      PIC X(8).
       01  WS-TABLA-HUELLAS.
           05  WS-HUE-ENT OCCURS 20000.
               10  WS-HUE-FECHA        PIC X(8).
               10  WS-HUE-CLAVE.
                   15  WS-HUE-CUENTA   PIC X(8).
                   15  WS-HUE-NUM1     PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
                   15  WS-HUE-NUM2     PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
                   15  WS-HUE-OPERACION
                                       PIC X.
                   15  WS-HUE-CTA-DESTINO
                                       PIC X(8).
               10  WS-HUE-ESTADO       PIC X.
               10  WS-HUE-ANULADA      PIC X.
       01  WS-DUPLICADO                PIC X VALUE "N".
           88  ES-DUPLICADO            VALUE "S".
       01  WS-CNT-DUPLICADOS           PIC 9(3) VALUE 0.
      *Control de cabecera/cola del lote TRANSIN: la cabecera "H"
      *tiene que traer la fecha de negocio esperada, y la cola "T" el
      *conteo y los hash de NUM1/NUM2 que este programa acumula de
       01  WS-TRANS-LEIDAS             PIC 9(6) VALUE 0.
       01  WS-ES-REINICIO              PIC X VALUE "N".
           88  ES-REINICIO             VALUE "S".
       01  WS-NOMBRE-RESPALDO          PIC X(12)
                                        VALUE "SUSPENSE.BK".
      *Nombres de los archivos que la corrida escribe; la corrida de
      *prueba los cambia por su copia .MEM antes de abrir nada.
       01  WS-NOMBRE-AUDITORIA         PIC X(12)
                                        VALUE "AUDITLOG.DAT".
       01  WS-NOMBRE-SUSPENSO          PIC X(12)
                                        VALUE "SUSPENSE.DAT".
       01  WS-NOMBRE-CHECKPOINT        PIC X(12)
                                        VALUE "OPERCKPT.DAT".
       01  WS-NOMBRE-ESCALADO          PIC X(12)
                                        VALUE "ESCALADO.DAT".
       01  WS-NOMBRE-ANULADOS          PIC X(12)
                                        VALUE "ANULADOS.DAT".
       01  WS-NOMBRE-DIARIO-CTAS       PIC X(12)
                                        VALUE "CTASJRN.DAT".
       01  WS-NOMBRE-CUENTAS           PIC X(12)
                                        VALUE "CUENTAS.DAT".
       01  WS-NOMBRE-BORRAR            PIC X(12).
      *Corrida de prueba (memo-post): OPER-MODO "M" en CTLOPER.DAT.
       01  WS-MODO-CORRIDA             PIC X VALUE SPACE.
           88  MODO-PRUEBA             VALUE "M".
       01  WS-FS-APERTURA              PIC XX.
       01  WS-FS-PROYECCION            PIC XX.
       01  WS-COPIA-OK                 PIC X VALUE "N".
           88  COPIA-OK                VALUE "S".
       01  WS-FIN-APERTURA             PIC X VALUE "N".
           88  FIN-APERTURA            VALUE "S".
       01  WS-HDR-ORIGEN               PIC X(8) VALUE SPACES.
      *Rechazos previstos por codigo de motivo y limites que se
      *rebasarian, acumulados durante la prueba para el reporte.
       01  WS-MOT-CNT                  PIC 9(2) VALUE 0.
       01  WS-MOT-IDX                  PIC 9(2) VALUE 0.
       01  WS-MOT-HALLADO              PIC 9(2) VALUE 0.
       01  WS-TABLA-MOTIVOS.
           05  WS-MOT-ENT OCCURS 20.
               10  WS-MOT-CODIGO       PIC X(5).
               10  WS-MOT-CONTADOR     PIC 9(6).
       01  WS-LIMP-CNT                 PIC 9(3) VALUE 0.
       01  WS-LIMP-TOTAL               PIC 9(6) VALUE 0.
       01  WS-LIMP-IDX                 PIC 9(3) VALUE 0.
       01  WS-TABLA-LIMITES.
           05  WS-LIMP-ENT OCCURS 200.
               10  WS-LIMP-CUENTA      PIC X(8).
               10  WS-LIMP-MOTIVO      PIC X(5).
               10  WS-LIMP-MONTO       PIC S9(12).
               10  WS-LIMP-LIMITE      PIC 9(10).
      *Saldos de apertura y proyectados para el reporte.
       01  WS-PRY-CUENTA               PIC X(8).
       01  WS-PRY-SALDO-ANTES          PIC S9(10) VALUE 0.
       01  WS-PRY-SALDO-DESPUES        PIC S9(10) VALUE 0.
       01  WS-PRY-MOVIMIENTO           PIC S9(12) VALUE 0.
       01  WS-PRY-TOT-ANTES            PIC S9(12) VALUE 0.
       01  WS-PRY-TOT-DESPUES          PIC S9(12) VALUE 0.
       01  WS-PRY-TOT-MOVIMIENTO       PIC S9(12) VALUE 0.
       01  WS-PRY-CNT-CUENTAS          PIC 9(6) VALUE 0.
       01  WS-PRY-CNT-MOVIDAS          PIC 9(6) VALUE 0.
       01  WS-ED-MONTO                 PIC -(12)9.
       01  WS-ED-CONTADOR              PIC ZZZZZ9.
       01  WS-RC-BORRADO               PIC S9(4) VALUE 0.
       01  WS-FIN-SUSPENSO             PIC X VALUE "N".
           88  FIN-SUSPENSO            VALUE "S".
      *Tipos de cambio de la fecha de negocio, cargados de
      *TIPCAMB.DAT al arrancar (unidades de moneda base por unidad).
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-FIN-CAMBIOS              PIC X VALUE "N".
           88  FIN-CAMBIOS             VALUE "S".
       01  WS-TC-CNT                   PIC 9(3) VALUE 0.
       01  WS-TC-IDX                   PIC 9(3) VALUE 0.
       01  WS-TABLA-CAMBIOS.
           05  WS-TC-ENT OCCURS 200.
               10  WS-TC-MONEDA        PIC X(3).
               10  WS-TC-TASA          PIC 9(5)V9(6).
       01  WS-TC-BUSCADA               PIC X(3).
       01  WS-TC-HALLADA               PIC 9(5)V9(6).
      *Conversion de la transaccion en proceso: moneda de la cuenta
      *(la de origen en una transferencia), moneda en que vino el
      *monto, moneda en que queda RESULTADO, el monto como vino y la
      *tasa que lo llevo a la moneda de la cuenta.
       01  WS-MONEDA-CTA               PIC X(3) VALUE SPACES.
       01  WS-MONEDA-TRANS             PIC X(3) VALUE SPACES.
       01  WS-MONEDA-RESULTADO         PIC X(3) VALUE SPACES.
       01  WS-MONTO-ORIG               PIC S9(10) VALUE 0.
       01  WS-TASA-ORIGEN              PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-DESTINO             PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-APLICADA            PIC 9(5)V9(6) VALUE 0.
       01  WS-CAMBIO-OK                PIC X VALUE "S".
           88  CAMBIO-OK               VALUE "S".
       01  WS-CNT-CONVERTIDAS          PIC 9(6) VALUE 0.
       01  WS-CNT-SIN-CAMBIO           PIC 9(3) VALUE 0.
      *Fecha de ejecucion editada MM/DD/YYYY para CMN-FECHA-EJECUCION.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
                DISPLAY "FECHA DE NEGOCIO TOMADA DEL OVERRIDE "
                        "FECHAPRO.DAT: " WS-FECHA-ESPERADA
            END-IF.
            IF MODO-PRUEBA
                PERFORM PREPARA-CORRIDA-PRUEBA
            END-IF.
            PERFORM LEE-CHECKPOINT-OPER.
            PERFORM CARGA-SUSPENSO.
      *La prueba lee la cola viva de SUSPENSE.DAT pero deja sus
      *rechazos previstos en la copia.
            IF MODO-PRUEBA
                MOVE "SUSPENSE.MEM" TO WS-NOMBRE-SUSPENSO
            END-IF.
      *La prueba lee el TRANSIN.DAT que se quiere ver: el
      *TRANSIN.EDT que haya es el lote editado de la noche anterior.
            IF MODO-PRUEBA
                MOVE "TRANSIN.DAT" TO WS-NOMBRE-TRANSIN
                OPEN INPUT TRANSACCIONES-IN
            ELSE
                MOVE "TRANSIN.EDT" TO WS-NOMBRE-TRANSIN
                OPEN INPUT TRANSACCIONES-IN
                IF WS-FS-TRANSIN NOT = "00"
                    MOVE "TRANSIN.DAT" TO WS-NOMBRE-TRANSIN
                    OPEN INPUT TRANSACCIONES-IN
                END-IF
            END-IF.
            IF WS-FS-TRANSIN NOT = "00"
                DISPLAY "TRANSIN NO DISPONIBLE (STATUS "
      *La generacion de salida se estampa con la fecha de negocio
      *que se procesa, no con la fecha calendario de la corrida: una
      *noche de alcance deja su TRANSOUT bajo la fecha que le toca.
            IF MODO-PRUEBA
                MOVE "TRANSOUT.MEM" TO WS-NOMBRE-TRANSOUT
            ELSE
                MOVE WS-FECHA-NEGOCIO
                    TO WS-NOMBRE-TRANSOUT(11:8)
            END-IF.
      *En un reinicio la generacion conserva lo que la corrida
      *interrumpida ya escribio y se sigue anexando, igual que el
      *reinicio de TABLAOUT en CALCULOS-REPETITIVOS.
                CLOSE ESCALADO
                OPEN EXTEND ESCALADO
            END-IF.
            OPEN EXTEND ANULADOS.
            IF WS-FS-ANULADOS NOT = "00"
      *ANULADOS.DAT no existe todavia: mismo patron de creacion.
                OPEN OUTPUT ANULADOS
                CLOSE ANULADOS
                OPEN EXTEND ANULADOS
            END-IF.
            OPEN EXTEND DIARIO-CUENTAS.
            IF WS-FS-DIARIO-CTAS NOT = "00"
      *CTASJRN.DAT no existe todavia: mismo patron de creacion.
                CLOSE DIARIO-CUENTAS
                OPEN EXTEND DIARIO-CUENTAS
            END-IF.
            PERFORM CARGA-HUELLAS.
            PERFORM CARGA-TIPOS-CAMBIO.
            IF MODO-PRUEBA
                PERFORM COPIA-CUENTAS-PRUEBA
            ELSE
                PERFORM ABRE-MAESTRO-CUENTAS
            END-IF.
            MOVE "N" TO WS-GRP-ACTIVO.
            IF MAESTRO-DISPONIBLE
                PERFORM CARGA-JERARQUIA
            END-IF.
            PERFORM PROCESA-RESUBMISIONES.
            PERFORM UNTIL FIN-ARCHIVO
                READ TRANSACCIONES-IN
            CLOSE AUDITORIA.
            CLOSE SUSPENSO.
            CLOSE ESCALADO.
            CLOSE ANULADOS.
            CLOSE DIARIO-CUENTAS.
            IF HUELLAS-ABIERTO
                CLOSE HUELLAS
            END-IF.
            IF MAESTRO-DISPONIBLE
                CLOSE MAESTRO-CUENTAS
            END-IF.
            IF MODO-PRUEBA
                PERFORM ESCRIBE-PROYECCION
            END-IF.
            DISPLAY "REGISTROS PROCESADOS: " CMN-CONTADOR-REG.
            DISPLAY "RESUBMISIONES DESDE SUSPENSO: " WS-CNT-RESUB.
            DISPLAY "RECHAZOS A SUSPENSO: " WS-CNT-RECHAZOS.
            IF WS-CNT-DUPLICADOS > 0
                DISPLAY "  DE ELLOS POR DUPLICADO (DUPLI): "
                        WS-CNT-DUPLICADOS
            END-IF.
            IF WS-CNT-SIN-CAMBIO > 0
                DISPLAY "  DE ELLOS SIN TIPO DE CAMBIO (SINTC): "
                        WS-CNT-SIN-CAMBIO
            END-IF.
            IF WS-CNT-CONVERTIDAS > 0
                DISPLAY "CONVERTIDAS A LA MONEDA DE LA CUENTA: "
                        WS-CNT-CONVERTIDAS
            END-IF.
            IF WS-CNT-ESCALADOS > 0
                DISPLAY "ESCALADOS A REVISION DEL SUPERVISOR: "
                        WS-CNT-ESCALADOS
            END-IF.
            IF WS-CNT-ANULADOS > 0
                DISPLAY "ANULADOS POR DATA ENTRY (ANULADOS.DAT): "
                        WS-CNT-ANULADOS
            END-IF.
            IF WS-CNT-RETENIDOS > 0
                DISPLAY "RETENIDOS FUERA DE RESUBMISION: "
                        WS-CNT-RETENIDOS
            END-IF.
            IF MODO-PRUEBA
                DISPLAY "CORRIDA DE PRUEBA: NADA SE POSTEO EN LOS "
                        "ARCHIVOS VIVOS. RESULTADOS PROYECTADOS EN "
                        "PROYPOST.DAT."
            END-IF.
            PERFORM ESCRIBE-PASO-COMUN.
            IF LOTE-DESCUADRADO
      *La cola del lote no cuadro con lo realmente leido: TRANSOUT
                        IF OPER-ID NOT = SPACES
                            MOVE OPER-ID TO CMN-OPERADOR-ID
                        END-IF
                        MOVE OPER-MODO TO WS-MODO-CORRIDA
                END-READ
                CLOSE OPERADOR-CARD
            END-IF.
      *La corrida de prueba se firma y deja sus errores con su
      *propio nombre de job, para no confundirse con un posteo real.
            IF MODO-PRUEBA
                MOVE "OPERACIONES-PRUEBA" TO CMN-NOMBRE-JOB
            END-IF.
            IF CMN-OPERADOR-ID NOT = SPACES
      *El ID vino preparado en CTLOPER.DAT (corrida desatendida):
      *si el maestro de seguridad lo rechaza no hay consola a la
                            MOVE PARM-CICLOS-SUSP
                                TO WS-LIMITE-CICLOS
                        END-IF
                        IF PARM-DIAS-DUPLI NUMERIC
                         AND PARM-DIAS-DUPLI > 0
                            MOVE PARM-DIAS-DUPLI TO WS-DIAS-DUPLI
                        END-IF
                END-READ
                CLOSE PARAMETROS
            ELSE
                PERFORM REPORTA-ERROR
            END-IF.

       CARGA-HUELLAS.
      *Se cargan las huellas de HUELLAS.DAT con fecha de negocio
      *dentro de la ventana (hoy menos PARM-DIAS-DUPLI dias); las
      *mas viejas se depuran reescribiendo el archivo, que despues
      *queda abierto EXTEND para las huellas de esta corrida. Si la
      *tabla se llena el archivo no se reescribe, para no perder lo
      *que no cupo. Un archivo que no se puede escribir solo se
      *avisa: la deteccion sigue en memoria para esta corrida.
            MOVE WS-FECHA-NEGOCIO TO WS-HUE-FECHA-NUM.
            COMPUTE WS-HUE-DIA-ENTERO =
                FUNCTION INTEGER-OF-DATE(WS-HUE-FECHA-NUM)
                - WS-DIAS-DUPLI.
            COMPUTE WS-HUE-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-HUE-DIA-ENTERO).
            MOVE WS-HUE-FECHA-NUM TO WS-HUE-CORTE.
            MOVE 0 TO WS-HUE-CNT.
            MOVE 0 TO WS-HUE-PURGADAS.
            OPEN INPUT HUELLAS.
            IF WS-FS-HUELLAS = "00"
                MOVE "N" TO WS-FIN-HUELLAS
                PERFORM UNTIL FIN-HUELLAS
                    READ HUELLAS
                        AT END
                            SET FIN-HUELLAS TO TRUE
                        NOT AT END
                            IF HUE-FECHA NOT < WS-HUE-CORTE
                             AND HUE-NUM1 NUMERIC
                             AND HUE-NUM2 NUMERIC
                                PERFORM AGREGA-HUELLA
                            ELSE
                                ADD 1 TO WS-HUE-PURGADAS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HUELLAS
            END-IF.
      *La corrida de prueba compara contra las huellas vivas pero no
      *depura ni anexa: las de sus posteos quedan solo en la tabla.
            IF NOT HUE-LLENA AND NOT MODO-PRUEBA
                OPEN OUTPUT HUELLAS
                IF WS-FS-HUELLAS = "00"
                    PERFORM VARYING WS-HUE-IDX FROM 1 BY 1
                            UNTIL WS-HUE-IDX > WS-HUE-CNT
                        MOVE SPACES TO HUELLA-REG
                        MOVE WS-HUE-FECHA(WS-HUE-IDX) TO HUE-FECHA
                        MOVE WS-HUE-CUENTA(WS-HUE-IDX) TO HUE-CUENTA
                        MOVE WS-HUE-NUM1(WS-HUE-IDX) TO HUE-NUM1
                        MOVE WS-HUE-NUM2(WS-HUE-IDX) TO HUE-NUM2
                        MOVE WS-HUE-OPERACION(WS-HUE-IDX)
                            TO HUE-OPERACION
                        MOVE WS-HUE-CTA-DESTINO(WS-HUE-IDX)
                            TO HUE-CTA-DESTINO
                        MOVE WS-HUE-ESTADO(WS-HUE-IDX) TO HUE-ESTADO
                        WRITE HUELLA-REG
                    END-PERFORM
                    CLOSE HUELLAS
                END-IF
            END-IF.
            IF NOT MODO-PRUEBA
                OPEN EXTEND HUELLAS
                IF WS-FS-HUELLAS = "00"
                    SET HUELLAS-ABIERTO TO TRUE
                ELSE
                    DISPLAY "AVISO: NO SE PUDO ABRIR HUELLAS.DAT "
                            "(STATUS " WS-FS-HUELLAS "): LOS POSTEOS "
                            "DE HOY NO QUEDAN PARA LAS NOCHES "
                            "SIGUIENTES."
                    MOVE "CARGA-HUELLAS" TO ERR-PARRAFO
                    MOVE "HUELLAS.DAT" TO ERR-ARCHIVO
                    MOVE WS-FS-HUELLAS TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                END-IF
            END-IF.
            DISPLAY "HUELLAS CARGADAS: " WS-HUE-CNT
                    " (VENTANA " WS-DIAS-DUPLI " DIAS, DEPURADAS "
                    WS-HUE-PURGADAS ").".

       CARGA-SUSPENSO.
      *Se lee SUSPENSE.DAT completo (los rechazos de corridas
      *anteriores, ya corregidos por el grupo de captura) a la tabla
            ELSE
                MOVE 0 TO WS-SUSP-CICLOS(WS-SUSP-CNT)
            END-IF.
            MOVE SUSP-LIBERADO TO WS-SUSP-LIBERADO(WS-SUSP-CNT).
            MOVE SUSP-MOTIVO TO WS-SUSP-MOTIVO(WS-SUSP-CNT).
            MOVE SUSP-ESTADO TO WS-SUSP-ESTADO(WS-SUSP-CNT).
            MOVE SUSP-MOTIVO-ANULA
                TO WS-SUSP-MOTIVO-ANULA(WS-SUSP-CNT).
            MOVE SUSP-OPER-ANULA TO WS-SUSP-OPER-ANULA(WS-SUSP-CNT).

       LEE-CHECKPOINT-OPER.
      *Un checkpoint mayor que cero y con la fecha de hoy es una
                    CLOSE AUDITORIA
                    CLOSE SUSPENSO
                    CLOSE ESCALADO
                    CLOSE ANULADOS
                    CLOSE DIARIO-CUENTAS
                    IF HUELLAS-ABIERTO
                        CLOSE HUELLAS
                    END-IF
                    IF MAESTRO-DISPONIBLE
                        CLOSE MAESTRO-CUENTAS
                    END-IF
      *En un reinicio, las resubmisiones que la corrida interrumpida
      *ya proceso se omiten por el contador del checkpoint en vez de
      *postearse por segunda vez.
      *Un registro que data entry anulo o retuvo no se resubmite ni
      *llega a la auditoria: el anulado sale a ANULADOS.DAT y el
      *retenido vuelve tal cual a SUSPENSE.DAT. Igual avanzan el
      *contador del checkpoint, para que un reinicio no los repita.
            MOVE "R" TO WS-ES-RESUB.
            MOVE 0 TO WS-SUSP-IDX.
            PERFORM UNTIL WS-SUSP-IDX >= WS-SUSP-CNT
                ADD 1 TO WS-SUSP-IDX
                ADD 1 TO WS-TRANS-LEIDAS
                IF WS-SUSP-ESTADO(WS-SUSP-IDX) = "A"
                 OR WS-SUSP-ESTADO(WS-SUSP-IDX) = "R"
                    IF WS-TRANS-LEIDAS > WS-CKPT-PROCESADOS
                        PERFORM SEPARA-SUSPENSO-MARCADO
                        PERFORM ESCRIBE-CHECKPOINT-OPER
                    END-IF
                ELSE
                    ADD 1 TO WS-CNT-RESUB
                    ADD 1 TO CMN-CONTADOR-REG
                    IF WS-TRANS-LEIDAS > WS-CKPT-PROCESADOS
                        MOVE WS-SUSP-FECHA(WS-SUSP-IDX)
                            TO WS-RESUB-FECHA
                        MOVE WS-SUSP-CICLOS(WS-SUSP-IDX)
                            TO WS-RESUB-CICLOS
                        MOVE WS-SUSP-LIBERADO(WS-SUSP-IDX)
                            TO WS-RESUB-LIBERADO
                        MOVE WS-SUSP-DATOS(WS-SUSP-IDX)
                            TO TRANS-REC-IN
                        PERFORM PROCESA-TRANSACCION
                        PERFORM ESCRIBE-CHECKPOINT-OPER
                    END-IF
                END-IF
            END-PERFORM.
            MOVE SPACE TO WS-ES-RESUB.
            MOVE SPACE TO WS-RESUB-LIBERADO.

       SEPARA-SUSPENSO-MARCADO.
      *Anulado: queda en ANULADOS.DAT con su motivo original, imagen,
      *historia y quien lo anulo. Retenido: se reescribe en
      *SUSPENSE.DAT sin sumar ciclo, hasta que data entry levante la
      *retencion.
            IF WS-SUSP-ESTADO(WS-SUSP-IDX) = "A"
                MOVE SPACES TO ANUL-REG
                MOVE WS-FECHA-NEGOCIO TO ANU-FECHA-ANULADO
                MOVE WS-SUSP-MOTIVO(WS-SUSP-IDX) TO ANU-MOTIVO
                MOVE WS-SUSP-FECHA(WS-SUSP-IDX) TO ANU-FECHA-ALTA
                MOVE WS-SUSP-CICLOS(WS-SUSP-IDX) TO ANU-CICLOS
                MOVE WS-SUSP-DATOS(WS-SUSP-IDX) TO ANU-DATOS
                MOVE WS-SUSP-MOTIVO-ANULA(WS-SUSP-IDX)
                    TO ANU-MOTIVO-ANULA
                MOVE WS-SUSP-OPER-ANULA(WS-SUSP-IDX) TO ANU-OPERADOR
                WRITE ANUL-REG
                ADD 1 TO WS-CNT-ANULADOS
            ELSE
                MOVE SPACES TO SUSP-REC
                MOVE WS-SUSP-MOTIVO(WS-SUSP-IDX) TO SUSP-MOTIVO
                MOVE WS-SUSP-DATOS(WS-SUSP-IDX) TO SUSP-DATOS
                MOVE WS-SUSP-FECHA(WS-SUSP-IDX) TO SUSP-FECHA-ALTA
                MOVE WS-SUSP-CICLOS(WS-SUSP-IDX) TO SUSP-CICLOS
                MOVE WS-SUSP-LIBERADO(WS-SUSP-IDX) TO SUSP-LIBERADO
                MOVE "R" TO SUSP-ESTADO
                WRITE SUSP-REC
                ADD 1 TO WS-CNT-RETENIDOS
            END-IF.

       CLASIFICA-REGISTRO.
      *Separa los registros de control del lote ("H"/"T") de los
                                        "CON ESA FECHA."
                            END-IF
                        ELSE
      *De dia FECHA-NEGOCIO devuelve la fecha que dejo la noche
      *anterior en FECHARUN.DAT, y el lote de esta noche trae la
      *siguiente: la prueba acepta un lote posterior a la esperada
      *que no pase de hoy, y esa pasa a ser la esperada para la
      *revalidacion de PROCESA-CABECERA-LOTE.
                        IF MODO-PRUEBA
                         AND HDR-FECHA-NEG > WS-FECHA-ESPERADA
                         AND HDR-FECHA-NEG NOT > WS-FECHA-HOY
                            MOVE HDR-FECHA-NEG TO WS-FECHA-NEGOCIO
                            DISPLAY "PRUEBA DEL LOTE DE LA FECHA "
                                    HDR-FECHA-NEG ", POSTERIOR A LA "
                                    "DE LA ULTIMA NOCHE ("
                                    WS-FECHA-ESPERADA ")."
                            MOVE HDR-FECHA-NEG TO WS-FECHA-ESPERADA
                        ELSE
                            DISPLAY "FECHA DE NEGOCIO DEL LOTE ("
                                    HDR-FECHA-NEG ") NO ES LA "
                                    "ESPERADA (" WS-FECHA-ESPERADA
                            MOVE 1 TO RETURN-CODE
                            GOBACK
                        END-IF
                        END-IF
                    END-IF
            END-READ.
            CLOSE TRANSACCIONES-IN.
            OPEN INPUT TRANSACCIONES-IN.
      *La corrida de prueba no deja fecha de negocio para los pasos
      *siguientes: no hay noche que continuar.
            IF NOT MODO-PRUEBA
                PERFORM ESCRIBE-FECHARUN
            END-IF.

       ESCRIBE-FECHARUN.
      *La fecha de negocio aceptada queda en FECHARUN.DAT: los pasos
                DISPLAY "LOTE DEL " HDR-FECHA-NEG " ORIGEN "
                        HDR-ORIGEN " ACEPTADO."
            END-IF.
            MOVE HDR-ORIGEN TO WS-HDR-ORIGEN.

       PROCESA-COLA-LOTE.
            SET TRL-VISTO TO TRUE.
            END-IF.

       PROCESA-TRANSACCION.
            MOVE SPACES TO WS-TRF-CONTRAPARTE.
            MOVE SPACE TO WS-TRF-LADO.
            MOVE SPACES TO WS-MONEDA-CTA.
            MOVE SPACES TO WS-MONEDA-RESULTADO.
            MOVE MONEDA-IN TO WS-MONEDA-TRANS.
            MOVE 0 TO WS-MONTO-ORIG.
            MOVE 0 TO WS-TASA-APLICADA.
            IF NUM1-IN NOT NUMERIC OR NUM2-IN NOT NUMERIC
                MOVE "NONUM" TO WS-MOTIVO-RECHAZO
                PERFORM RECHAZA-TRANSACCION
                IF NOT OPERACION-VALIDA
                    PERFORM RECHAZA-TRANSACCION
                ELSE
                    PERFORM VERIFICA-DUPLICADO
                    IF ES-DUPLICADO
                        MOVE "DUPLI" TO WS-MOTIVO-RECHAZO
                        ADD 1 TO WS-CNT-DUPLICADOS
                        PERFORM RECHAZA-TRANSACCION
                    ELSE
                        IF OPERACION-IN = "T"
                            PERFORM PROCESA-TRANSFERENCIA
                        ELSE
                            PERFORM VALIDA-CUENTA
                            IF NOT CUENTA-VALIDA
                                PERFORM RECHAZA-TRANSACCION
                            ELSE
                                PERFORM APLICA-OPERACION
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       VERIFICA-DUPLICADO.
      *Solo se compara lo que postearia: una cuenta en blanco es del
      *formato viejo y no deja huella. El registro liberado por data
      *entry como repeticion real pasa sin comparar. Una reversa se
      *compara solo contra reversas: es duplicado si ya hay una
      *reversa igual en la ventana y ninguna original vigente que
      *anular; contra su original nunca. El vencimiento de una orden
      *permanente (ORIGEN-IN "P") tampoco se compara: repite cuenta e
      *importes cada semana, o varias veces en una noche de puesta al
      *dia, y GENERA-PERMANENTES no genera dos veces la misma fecha
      *nominal. Su huella si queda, contra un envio a mano repetido.
            MOVE "N" TO WS-DUPLICADO.
            IF CUENTA-IN = SPACES
             OR (WS-ES-RESUB = "R" AND WS-RESUB-LIBERADO = "L")
             OR ORIGEN-IN = "P"
                CONTINUE
            ELSE
                PERFORM ARMA-CLAVE-HUELLA
                MOVE "P" TO WS-HUE-ESTADO-BUSCADO
                PERFORM BUSCA-HUELLA
                IF OPERACION-IN = "V"
                    IF WS-HUE-HALLADA = 0
                        MOVE "V" TO WS-HUE-ESTADO-BUSCADO
                        PERFORM BUSCA-HUELLA
                        IF WS-HUE-HALLADA > 0
                            SET ES-DUPLICADO TO TRUE
                        END-IF
                    END-IF
                ELSE
                    IF WS-HUE-HALLADA > 0
                        SET ES-DUPLICADO TO TRUE
                    END-IF
                END-IF
            END-IF.

       ARMA-CLAVE-HUELLA.
      *La reversa se identifica por la operacion ORIGINAL que anula;
      *el blanco y la "S" son la misma suma. La cuenta destino solo
      *cuenta en la transferencia.
            MOVE SPACES TO WS-CLAVE-HUELLA.
            MOVE CUENTA-IN TO WS-CLV-CUENTA.
            MOVE NUM1-IN TO WS-CLV-NUM1.
            MOVE NUM2-IN TO WS-CLV-NUM2.
            IF OPERACION-IN = "V"
                MOVE OPERACION-ORIG TO WS-CLV-OPERACION
            ELSE
                MOVE OPERACION-IN TO WS-CLV-OPERACION
            END-IF.
            IF WS-CLV-OPERACION = SPACE
                MOVE "S" TO WS-CLV-OPERACION
            END-IF.
            IF OPERACION-IN = "T"
                MOVE CUENTA-DESTINO TO WS-CLV-CTA-DESTINO
            END-IF.

       BUSCA-HUELLA.
      *Primera huella vigente (no anulada) con la clave armada y el
      *estado buscado; WS-HUE-HALLADA queda en cero si no hay.
            MOVE 0 TO WS-HUE-HALLADA.
            PERFORM VARYING WS-HUE-IDX FROM 1 BY 1
                    UNTIL WS-HUE-IDX > WS-HUE-CNT
                       OR WS-HUE-HALLADA > 0
                IF WS-HUE-CLAVE(WS-HUE-IDX) = WS-CLAVE-HUELLA
                 AND WS-HUE-ESTADO(WS-HUE-IDX) = WS-HUE-ESTADO-BUSCADO
                 AND WS-HUE-ANULADA(WS-HUE-IDX) NOT = "S"
                    MOVE WS-HUE-IDX TO WS-HUE-HALLADA
                END-IF
            END-PERFORM.

       REGISTRA-HUELLA.
      *Huella del posteo recien hecho: a HUELLAS.DAT para las
      *noches siguientes y a la tabla para el resto de esta corrida.
            PERFORM ARMA-CLAVE-HUELLA.
            MOVE SPACES TO HUELLA-REG.
            MOVE WS-FECHA-NEGOCIO TO HUE-FECHA.
            MOVE WS-CLV-CUENTA TO HUE-CUENTA.
            MOVE WS-CLV-NUM1 TO HUE-NUM1.
            MOVE WS-CLV-NUM2 TO HUE-NUM2.
            MOVE WS-CLV-OPERACION TO HUE-OPERACION.
            MOVE WS-CLV-CTA-DESTINO TO HUE-CTA-DESTINO.
            IF OPERACION-IN = "V"
                MOVE "V" TO HUE-ESTADO
            ELSE
                MOVE "P" TO HUE-ESTADO
            END-IF.
            IF HUELLAS-ABIERTO
                WRITE HUELLA-REG
            END-IF.
            PERFORM AGREGA-HUELLA.

       AGREGA-HUELLA.
      *Agrega a la tabla la huella de HUELLA-REG. Una reversa anula
      *la primera original vigente con su misma clave, que deja de
      *contar como posteo previo.
            MOVE HUE-CUENTA TO WS-CLV-CUENTA.
            MOVE HUE-NUM1 TO WS-CLV-NUM1.
            MOVE HUE-NUM2 TO WS-CLV-NUM2.
            MOVE HUE-OPERACION TO WS-CLV-OPERACION.
            MOVE HUE-CTA-DESTINO TO WS-CLV-CTA-DESTINO.
            IF HUE-ESTADO = "V"
                MOVE "P" TO WS-HUE-ESTADO-BUSCADO
                PERFORM BUSCA-HUELLA
                IF WS-HUE-HALLADA > 0
                    MOVE "S" TO WS-HUE-ANULADA(WS-HUE-HALLADA)
                END-IF
            END-IF.
            IF WS-HUE-CNT >= 20000
                IF NOT HUE-LLENA
                    SET HUE-LLENA TO TRUE
                    DISPLAY "AVISO: TABLA DE HUELLAS LLENA (20000); "
                            "LOS POSTEOS SIGUIENTES NO SE COMPARAN "
                            "CONTRA DUPLICADOS."
                    MOVE "AGREGA-HUELLA" TO ERR-PARRAFO
                    MOVE "HUELLAS.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                END-IF
            ELSE
                ADD 1 TO WS-HUE-CNT
                MOVE HUE-FECHA TO WS-HUE-FECHA(WS-HUE-CNT)
                MOVE WS-CLAVE-HUELLA TO WS-HUE-CLAVE(WS-HUE-CNT)
                MOVE HUE-ESTADO TO WS-HUE-ESTADO(WS-HUE-CNT)
                MOVE "N" TO WS-HUE-ANULADA(WS-HUE-CNT)
            END-IF.

       VALIDA-OPERACION.
      *Un codigo en blanco es un registro del formato viejo y opera
      *como suma. La division entre cero se ataja aqui como rechazo
                            MOVE "N" TO WS-OPERACION-VALIDA
                            MOVE "OPINV" TO WS-MOTIVO-RECHAZO
                    END-EVALUATE
      *La transferencia necesita dos cuentas distintas y un monto
      *(NUM1) mayor que cero; si no, no hay par que postear.
                WHEN "T"
                    IF CUENTA-IN = SPACES
                     OR CUENTA-DESTINO = SPACES
                     OR CUENTA-DESTINO = CUENTA-IN
                     OR NUM1-IN NOT > 0
                        MOVE "N" TO WS-OPERACION-VALIDA
                        MOVE "TRINV" TO WS-MOTIVO-RECHAZO
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-OPERACION-VALIDA
                    MOVE "OPINV" TO WS-MOTIVO-RECHAZO
      *El control de limites de la cuenta necesita el RESULTADO ya
      *calculado, por eso corre aqui y no en VALIDA-CUENTA: la
      *transaccion que rebasa un limite rechaza a suspenso con su
      *codigo en vez de postear. Los limites estan en la moneda de
      *la cuenta: la conversion va antes.
            PERFORM CONVIERTE-MONEDA.
            IF NOT CAMBIO-OK
                PERFORM RECHAZA-TRANSACCION
            ELSE
                MOVE CUENTA-IN TO WS-GRP-CUENTA-CHK
                MOVE SPACES TO WS-GRP-OTRA-PATA
                PERFORM VALIDA-LIMITES
                IF NOT LIMITE-OK
                    PERFORM RECHAZA-TRANSACCION
                ELSE
                    PERFORM ESCRIBE-RESULTADO
                END-IF
            END-IF.

       CONVIERTE-MONEDA.
      *RESULTADO y VARIANZA vienen en la moneda del registro. Si
      *MONEDA-IN trae una moneda distinta de la de la cuenta se
      *llevan a la de la cuenta con la tasa cruzada de la fecha de
      *negocio; sin tasa rechaza SINTC, y un monto convertido que no
      *cabe en el campo rechaza LIMTR (la capacidad del campo es el
      *ultimo limite). Una linea sin cuenta no postea: queda en la
      *moneda en que vino.
            MOVE "S" TO WS-CAMBIO-OK.
            MOVE RESULTADO TO WS-MONTO-ORIG.
            MOVE 1 TO WS-TASA-APLICADA.
            IF CUENTA-IN = SPACES
                MOVE MONEDA-IN TO WS-MONEDA-TRANS
                MOVE MONEDA-IN TO WS-MONEDA-RESULTADO
            ELSE
                MOVE WS-MONEDA-CTA TO WS-MONEDA-RESULTADO
                IF MONEDA-IN = SPACES
                 OR MONEDA-IN = WS-MONEDA-CTA
                    MOVE WS-MONEDA-CTA TO WS-MONEDA-TRANS
                ELSE
                    MOVE MONEDA-IN TO WS-MONEDA-TRANS
                    PERFORM CALCULA-TASA-CRUZADA
                    IF CAMBIO-OK
                        PERFORM APLICA-TASA
                    END-IF
                END-IF
            END-IF.

       CALCULA-TASA-CRUZADA.
      *Tasa de la moneda del registro sobre la de la cuenta, ambas
      *contra la moneda base.
            MOVE WS-MONEDA-TRANS TO WS-TC-BUSCADA.
            PERFORM BUSCA-TASA.
            MOVE WS-TC-HALLADA TO WS-TASA-ORIGEN.
            IF CAMBIO-OK
                MOVE WS-MONEDA-CTA TO WS-TC-BUSCADA
                PERFORM BUSCA-TASA
                MOVE WS-TC-HALLADA TO WS-TASA-DESTINO
            END-IF.
            IF CAMBIO-OK
                COMPUTE WS-TASA-APLICADA ROUNDED =
                    WS-TASA-ORIGEN / WS-TASA-DESTINO
                    ON SIZE ERROR
                        MOVE 0 TO WS-TASA-APLICADA
                END-COMPUTE
                IF WS-TASA-APLICADA = 0
                    MOVE "N" TO WS-CAMBIO-OK
                    MOVE "SINTC" TO WS-MOTIVO-RECHAZO
                END-IF
            END-IF.

       BUSCA-TASA.
      *La moneda base (codigo en blanco) vale 1.
            IF WS-TC-BUSCADA = SPACES
                MOVE 1 TO WS-TC-HALLADA
            ELSE
                MOVE 0 TO WS-TC-HALLADA
                MOVE 0 TO WS-TC-IDX
                PERFORM UNTIL WS-TC-HALLADA > 0
                           OR WS-TC-IDX >= WS-TC-CNT
                    ADD 1 TO WS-TC-IDX
                    IF WS-TC-MONEDA(WS-TC-IDX) = WS-TC-BUSCADA
                        MOVE WS-TC-TASA(WS-TC-IDX) TO WS-TC-HALLADA
                    END-IF
                END-PERFORM
                IF WS-TC-HALLADA = 0
                    MOVE "N" TO WS-CAMBIO-OK
                    MOVE "SINTC" TO WS-MOTIVO-RECHAZO
                END-IF
            END-IF.

       APLICA-TASA.
            COMPUTE RESULTADO ROUNDED = WS-MONTO-ORIG * WS-TASA-APLICADA
                ON SIZE ERROR
                    MOVE "N" TO WS-CAMBIO-OK
                    MOVE "LIMTR" TO WS-MOTIVO-RECHAZO
            END-COMPUTE.
            IF CAMBIO-OK
                COMPUTE VARIANZA ROUNDED = VARIANZA * WS-TASA-APLICADA
                    ON SIZE ERROR
                        MOVE "N" TO WS-CAMBIO-OK
                        MOVE "LIMTR" TO WS-MOTIVO-RECHAZO
                END-COMPUTE
            END-IF.
            IF CAMBIO-OK
                ADD 1 TO WS-CNT-CONVERTIDAS
            END-IF.

       CARGA-TIPOS-CAMBIO.
      *Solo las tasas de la fecha de negocio que se postea: una tasa
      *de otro dia no sirve para convertir. Sin TIPCAMB.DAT (un
      *sitio de una sola moneda) nada cambia mientras nadie mande
      *otra moneda; lo que venga en otra moneda rechaza SINTC.
            MOVE 0 TO WS-TC-CNT.
            OPEN INPUT TIPOS-CAMBIO.
            IF WS-FS-CAMBIOS = "00"
                MOVE "N" TO WS-FIN-CAMBIOS
                PERFORM UNTIL FIN-CAMBIOS
                    READ TIPOS-CAMBIO
                        AT END
                            SET FIN-CAMBIOS TO TRUE
                        NOT AT END
                            PERFORM GUARDA-TIPO-CAMBIO
                    END-READ
                END-PERFORM
                CLOSE TIPOS-CAMBIO
                DISPLAY "TIPOS DE CAMBIO PARA " WS-FECHA-NEGOCIO ": "
                        WS-TC-CNT
            ELSE
                DISPLAY "TIPCAMB.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CAMBIOS "): TODA TRANSACCION EN OTRA "
                        "MONEDA RECHAZARA A SUSPENSO (SINTC)."
            END-IF.

       GUARDA-TIPO-CAMBIO.
            IF TCB-FECHA = WS-FECHA-NEGOCIO
             AND TCB-MONEDA NOT = SPACES
             AND TCB-TASA NUMERIC
             AND TCB-TASA > 0
                IF WS-TC-CNT < 200
                    ADD 1 TO WS-TC-CNT
                    MOVE TCB-MONEDA TO WS-TC-MONEDA(WS-TC-CNT)
                    MOVE TCB-TASA TO WS-TC-TASA(WS-TC-CNT)
                ELSE
                    DISPLAY "AVISO: MAS DE 200 MONEDAS EN TIPCAMB.DAT "
                            "PARA LA FECHA; " TCB-MONEDA
                            " QUEDA SIN TASA."
                END-IF
            END-IF.

       VALIDA-LIMITES.
                 AND WS-ABS-MONTO > WS-LIM-TRANS
                    MOVE "N" TO WS-LIMITE-OK
                    MOVE "LIMTR" TO WS-MOTIVO-RECHAZO
                    IF MODO-PRUEBA
                        PERFORM ANOTA-LIMITE-PREVISTO
                    END-IF
                ELSE
                    IF WS-LIM-SALDO > 0
                        COMPUTE WS-SALDO-PROYECTADO =
                        IF WS-SALDO-PROYECTADO > WS-LIM-SALDO
                            MOVE "N" TO WS-LIMITE-OK
                            MOVE "LIMSA" TO WS-MOTIVO-RECHAZO
                            IF MODO-PRUEBA
                                PERFORM ANOTA-LIMITE-PREVISTO
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF LIMITE-OK AND GRUPOS-ACTIVOS
                    PERFORM VALIDA-LIMITE-GRUPO
                END-IF
            END-IF.

       VALIDA-LIMITE-GRUPO.
      *Sube por la cadena de padres de WS-GRP-CUENTA-CHK (la cuenta
      *misma incluida) y prueba el saldo consolidado proyectado de
      *cada rama con limite de grupo. La rama que tambien contiene a
      *la otra pata de una transferencia no cambia de total y no se
      *prueba. Al rechazar, WS-GRP-NODO queda en la rama rebasada.
            MOVE WS-GRP-CUENTA-CHK TO WS-GRP-BUSCA.
            PERFORM BUSCA-NODO-GRUPO.
            MOVE WS-GRP-HALLADO TO WS-GRP-NODO.
            MOVE 0 TO WS-GRP-NIVEL.
            PERFORM UNTIL WS-GRP-NODO = 0 OR NOT LIMITE-OK
                       OR WS-GRP-NIVEL >= WS-GRP-MAX-NIVELES
                ADD 1 TO WS-GRP-NIVEL
                IF WS-GRP-LIMITE(WS-GRP-NODO) > 0
                    PERFORM BUSCA-RAMA-COMUN
                    IF NOT GRP-COMUN
                        COMPUTE WS-SALDO-PROYECTADO =
                            WS-GRP-CONSOL(WS-GRP-NODO) + RESULTADO
                        IF WS-SALDO-PROYECTADO < 0
                            COMPUTE WS-SALDO-PROYECTADO =
                                0 - WS-SALDO-PROYECTADO
                        END-IF
                        IF WS-SALDO-PROYECTADO >
                                WS-GRP-LIMITE(WS-GRP-NODO)
                            MOVE "N" TO WS-LIMITE-OK
                            MOVE "LIMGR" TO WS-MOTIVO-RECHAZO
                            IF MODO-PRUEBA
                                PERFORM ANOTA-LIMITE-PREVISTO
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF LIMITE-OK
                    MOVE WS-GRP-PADRE-IDX(WS-GRP-NODO) TO WS-GRP-NODO
                END-IF
            END-PERFORM.

       BUSCA-RAMA-COMUN.
      *La rama WS-GRP-NODO es comun si la otra pata de la
      *transferencia cuelga de ella (o es ella misma).
            MOVE "N" TO WS-GRP-COMUN.
            IF WS-GRP-OTRA-PATA NOT = SPACES
                MOVE WS-GRP-OTRA-PATA TO WS-GRP-BUSCA
                PERFORM BUSCA-NODO-GRUPO
                MOVE WS-GRP-HALLADO TO WS-GRP-NODO-OTRA
                MOVE 0 TO WS-GRP-NIVEL-OTRA
                PERFORM UNTIL WS-GRP-NODO-OTRA = 0 OR GRP-COMUN
                           OR WS-GRP-NIVEL-OTRA >= WS-GRP-MAX-NIVELES
                    ADD 1 TO WS-GRP-NIVEL-OTRA
                    IF WS-GRP-NODO-OTRA = WS-GRP-NODO
                        SET GRP-COMUN TO TRUE
                    ELSE
                        MOVE WS-GRP-PADRE-IDX(WS-GRP-NODO-OTRA)
                            TO WS-GRP-NODO-OTRA
                    END-IF
                END-PERFORM
            END-IF.

       BUSCA-NODO-GRUPO.
      *Indice de WS-GRP-BUSCA en la tabla de la jerarquia, o cero.
            MOVE 0 TO WS-GRP-HALLADO.
            MOVE 0 TO WS-GRP-IDX.
            PERFORM UNTIL WS-GRP-IDX >= WS-GRP-CNT
                ADD 1 TO WS-GRP-IDX
                IF WS-GRP-CUENTA(WS-GRP-IDX) = WS-GRP-BUSCA
                    MOVE WS-GRP-IDX TO WS-GRP-HALLADO
                    MOVE WS-GRP-CNT TO WS-GRP-IDX
                END-IF
            END-PERFORM.

       ACTUALIZA-SALDO-GRUPO.
      *Lo posteado a WS-GRP-CUENTA-CHK (WS-GRP-DELTA) sube al saldo
      *consolidado de todas las ramas que la contienen.
            IF GRUPOS-ACTIVOS
                MOVE WS-GRP-CUENTA-CHK TO WS-GRP-BUSCA
                PERFORM BUSCA-NODO-GRUPO
                MOVE WS-GRP-HALLADO TO WS-GRP-NODO
                MOVE 0 TO WS-GRP-NIVEL
                PERFORM UNTIL WS-GRP-NODO = 0
                           OR WS-GRP-NIVEL >= WS-GRP-MAX-NIVELES
                    ADD 1 TO WS-GRP-NIVEL
                    ADD WS-GRP-DELTA TO WS-GRP-CONSOL(WS-GRP-NODO)
                    MOVE WS-GRP-PADRE-IDX(WS-GRP-NODO) TO WS-GRP-NODO
                END-PERFORM
            END-IF.

       CARGA-JERARQUIA.
      *Una pasada secuencial del maestro arma la jerarquia. Si
      *ninguna cuenta tiene limite de grupo no hay nada que vigilar.
      *Un maestro de mas de 2000 cuentas no cabe en la tabla: se
      *avisa y los limites de grupo no se vigilan esa noche.
            MOVE 0 TO WS-GRP-CNT.
            MOVE 0 TO WS-GRP-CNT-LIMITES.
            MOVE "N" TO WS-GRP-DESBORDE.
            MOVE "N" TO WS-FIN-JERARQUIA.
            MOVE LOW-VALUES TO CTA-ID.
            START MAESTRO-CUENTAS KEY IS NOT LESS THAN CTA-ID
                INVALID KEY
                    SET FIN-JERARQUIA TO TRUE
            END-START.
            PERFORM UNTIL FIN-JERARQUIA
                READ MAESTRO-CUENTAS NEXT
                    AT END
                        SET FIN-JERARQUIA TO TRUE
                    NOT AT END
                        PERFORM GUARDA-NODO-GRUPO
                END-READ
            END-PERFORM.
            IF WS-GRP-CNT-LIMITES > 0
                IF GRP-DESBORDE
                    DISPLAY "AVISO: MAS DE 2000 CUENTAS EN EL MAESTRO; "
                            "LOS LIMITES DE GRUPO NO SE VIGILAN."
                    MOVE "CARGA-JERARQUIA" TO ERR-PARRAFO
                    MOVE "CUENTAS.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                ELSE
                    SET GRUPOS-ACTIVOS TO TRUE
                    PERFORM ENLAZA-NODOS-GRUPO
                    PERFORM CONSOLIDA-NODOS-GRUPO
                    DISPLAY "LIMITES DE GRUPO VIGILADOS: "
                            WS-GRP-CNT-LIMITES " CUENTAS CON LIMITE."
                END-IF
            END-IF.

       GUARDA-NODO-GRUPO.
            IF WS-GRP-CNT < 2000
                ADD 1 TO WS-GRP-CNT
                MOVE CTA-ID TO WS-GRP-CUENTA(WS-GRP-CNT)
                MOVE CTA-PADRE TO WS-GRP-PADRE(WS-GRP-CNT)
                MOVE 0 TO WS-GRP-PADRE-IDX(WS-GRP-CNT)
                MOVE 0 TO WS-GRP-LIMITE(WS-GRP-CNT)
                IF CTA-LIM-GRUPO NUMERIC
                    MOVE CTA-LIM-GRUPO TO WS-GRP-LIMITE(WS-GRP-CNT)
                END-IF
                MOVE CTA-SALDO TO WS-GRP-SALDO(WS-GRP-CNT)
                MOVE 0 TO WS-GRP-CONSOL(WS-GRP-CNT)
            ELSE
                SET GRP-DESBORDE TO TRUE
            END-IF.
            IF CTA-LIM-GRUPO NUMERIC
                IF CTA-LIM-GRUPO > 0
                    ADD 1 TO WS-GRP-CNT-LIMITES
                END-IF
            END-IF.

       ENLAZA-NODOS-GRUPO.
      *Indice del padre de cada cuenta; un padre que no esta en el
      *maestro deja la cuenta como de primer nivel.
            MOVE 0 TO WS-GRP-NODO.
            PERFORM UNTIL WS-GRP-NODO >= WS-GRP-CNT
                ADD 1 TO WS-GRP-NODO
                IF WS-GRP-PADRE(WS-GRP-NODO) NOT = SPACES
                    MOVE WS-GRP-PADRE(WS-GRP-NODO) TO WS-GRP-BUSCA
                    PERFORM BUSCA-NODO-GRUPO
                    MOVE WS-GRP-HALLADO
                        TO WS-GRP-PADRE-IDX(WS-GRP-NODO)
                END-IF
            END-PERFORM.

       CONSOLIDA-NODOS-GRUPO.
      *El saldo de cada cuenta sube a todas las ramas que la
      *contienen. El tope de niveles corta una cadena danada.
            MOVE 0 TO WS-GRP-IDX.
            PERFORM UNTIL WS-GRP-IDX >= WS-GRP-CNT
                ADD 1 TO WS-GRP-IDX
                MOVE WS-GRP-IDX TO WS-GRP-NODO
                MOVE 0 TO WS-GRP-NIVEL
                PERFORM UNTIL WS-GRP-NODO = 0
                           OR WS-GRP-NIVEL >= WS-GRP-MAX-NIVELES
                    ADD 1 TO WS-GRP-NIVEL
                    ADD WS-GRP-SALDO(WS-GRP-IDX)
                        TO WS-GRP-CONSOL(WS-GRP-NODO)
                    MOVE WS-GRP-PADRE-IDX(WS-GRP-NODO) TO WS-GRP-NODO
                END-PERFORM
            END-PERFORM.

       ESCRIBE-RESULTADO.
      *Escribir el resultado.
            MOVE NUM1 TO NUM1-OUT.
            MOVE VARIANZA TO VARIANZA-OUT.
            MOVE CUENTA-IN TO CUENTA-OUT.
            MOVE OPERACION-IN TO OPERACION-OUT.
            MOVE WS-MONEDA-RESULTADO TO MONEDA-OUT.
            IF OPERACION-IN = "V"
      *El texto de decision nombra la operacion anulada: es el
      *enlace legible con la original y el criterio con que el
            WRITE TRANS-REC-OUT.
            IF CUENTA-IN NOT = SPACES
                PERFORM POSTEA-CUENTA
                PERFORM REGISTRA-HUELLA
            END-IF.
            PERFORM ESCRIBE-AUDITORIA.

                                MOVE "N" TO WS-CUENTA-VALIDA
                                MOVE "CTAIN" TO WS-MOTIVO-RECHAZO
                            END-IF
                            MOVE CTA-MONEDA TO WS-MONEDA-CTA
      *Los limites de posteo quedan a mano para el chequeo posterior
      *al calculo; un maestro anterior a los campos los deja en cero
      *(sin limite).
                PERFORM REPORTA-ERROR
            ELSE
                PERFORM ESCRIBE-DIARIO-CUENTA
                MOVE CTA-ID TO WS-GRP-CUENTA-CHK
                COMPUTE WS-GRP-DELTA = CTA-SALDO - WS-JRN-SALDO-ANTES
                PERFORM ACTUALIZA-SALDO-GRUPO
            END-IF.

       ESCRIBE-DIARIO-CUENTA.
            MOVE CTA-VARIANZA-ACUM TO CTJ-VARIANZA-DESPUES.
            WRITE CTASJRN-REG.

       PROCESA-TRANSFERENCIA.
      *Las dos patas se validan completas ANTES de tocar el maestro:
      *cuenta origen (existe, activa, limites con el debito) y cuenta
      *destino (lo mismo con el credito). Cualquier falla manda la
      *transferencia entera a suspenso como un solo registro.
            MOVE NUM1-IN TO NUM1.
            MOVE NUM2-IN TO NUM2.
            MOVE NUM1 TO WS-TRF-MONTO.
            MOVE 0 TO VARIANZA.
            MOVE CUENTA-DESTINO TO WS-TRF-CONTRAPARTE.
            MOVE "O" TO WS-TRF-LADO.
            MOVE "N" TO WS-TRF-DESBORDE.
            PERFORM VALIDA-CUENTA.
      *El monto se convierte una sola vez, a la moneda de la cuenta
      *origen; la destino tiene que estar en la misma moneda.
            IF CUENTA-VALIDA
                MOVE NUM1 TO RESULTADO
                PERFORM CONVIERTE-MONEDA
                IF CAMBIO-OK
                    MOVE RESULTADO TO WS-TRF-MONTO
                ELSE
                    MOVE "N" TO WS-CUENTA-VALIDA
                END-IF
            END-IF.
            IF NOT CUENTA-VALIDA
                PERFORM RECHAZA-TRANSACCION
            ELSE
                COMPUTE RESULTADO = 0 - WS-TRF-MONTO
                MOVE CUENTA-IN TO WS-GRP-CUENTA-CHK
                MOVE CUENTA-DESTINO TO WS-GRP-OTRA-PATA
                PERFORM VALIDA-LIMITES
                IF NOT LIMITE-OK
                    PERFORM RECHAZA-TRANSACCION
                ELSE
                    COMPUTE WS-TRF-NUEVO-ORIGEN =
                        CTA-SALDO - WS-TRF-MONTO
                        ON SIZE ERROR
                            SET TRF-DESBORDE TO TRUE
                    END-COMPUTE
                    MOVE "D" TO WS-TRF-LADO
                    PERFORM VALIDA-CUENTA-DESTINO
                    IF NOT CUENTA-VALIDA
                        PERFORM RECHAZA-TRANSACCION
                    ELSE
                        MOVE WS-TRF-MONTO TO RESULTADO
                        MOVE CUENTA-DESTINO TO WS-GRP-CUENTA-CHK
                        MOVE CUENTA-IN TO WS-GRP-OTRA-PATA
                        PERFORM VALIDA-LIMITES
                        IF NOT LIMITE-OK
                            PERFORM RECHAZA-TRANSACCION
                        ELSE
                            PERFORM POSTEA-TRANSFERENCIA
                        END-IF
                    END-IF
                END-IF
            END-IF.

       VALIDA-CUENTA-DESTINO.
      *Mismas reglas que VALIDA-CUENTA, sobre la cuenta que recibe
      *el credito; deja su registro cargado y sus limites a mano.
            MOVE "S" TO WS-CUENTA-VALIDA.
            MOVE 0 TO WS-LIM-TRANS.
            MOVE 0 TO WS-LIM-SALDO.
            IF NOT MAESTRO-DISPONIBLE
                MOVE "N" TO WS-CUENTA-VALIDA
                MOVE "NOCTA" TO WS-MOTIVO-RECHAZO
            ELSE
                MOVE CUENTA-DESTINO TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        MOVE "N" TO WS-CUENTA-VALIDA
                        MOVE "NOCTA" TO WS-MOTIVO-RECHAZO
                    NOT INVALID KEY
                        IF CTA-ESTADO NOT = "A"
                            MOVE "N" TO WS-CUENTA-VALIDA
                            MOVE "CTAIN" TO WS-MOTIVO-RECHAZO
                        ELSE
                            IF CTA-MONEDA NOT = WS-MONEDA-CTA
                                MOVE "N" TO WS-CUENTA-VALIDA
                                MOVE "TRINV" TO WS-MOTIVO-RECHAZO
                            END-IF
                        END-IF
                        IF CTA-LIM-TRANS NUMERIC
                            MOVE CTA-LIM-TRANS TO WS-LIM-TRANS
                        END-IF
                        IF CTA-LIM-SALDO NUMERIC
                            MOVE CTA-LIM-SALDO TO WS-LIM-SALDO
                        END-IF
                END-READ
            END-IF.

       POSTEA-TRANSFERENCIA.
      *CUENTA-REG trae la cuenta destino del READ de validacion. Un
      *saldo que no cabe en el campo de cualquiera de las dos cuentas
      *rechaza la transferencia completa (LIMSA) antes de grabar
      *nada: la capacidad del campo es el ultimo limite de saldo.
            COMPUTE WS-TRF-NUEVO-DESTINO = CTA-SALDO + WS-TRF-MONTO
                ON SIZE ERROR
                    SET TRF-DESBORDE TO TRUE
            END-COMPUTE.
            IF TRF-DESBORDE
                DISPLAY "TRANSFERENCIA " CUENTA-IN " -> "
                        CUENTA-DESTINO " DESBORDARIA UN SALDO: "
                        "RECHAZADA COMPLETA."
                MOVE "LIMSA" TO WS-MOTIVO-RECHAZO
                PERFORM RECHAZA-TRANSACCION
            ELSE
                PERFORM GRABA-PATAS-TRANSFERENCIA
                PERFORM ESCRIBE-PATAS-TRANSFERENCIA
                PERFORM REGISTRA-HUELLA
            END-IF.

       GRABA-PATAS-TRANSFERENCIA.
      *Primero el credito a la cuenta destino, despues el debito a la
      *origen. Si el credito no se graba no se toco nada; si el
      *debito no se graba, el credito ya grabado se deshace con su
      *imagen "antes". En ambos casos queda error de posteo (el
      *batch termina con RETURN-CODE 1), igual que POSTEA-CUENTA.
            MOVE CTA-SALDO TO WS-TRF-DEST-SALDO-ANTES.
            MOVE CTA-VARIANZA-ACUM TO WS-TRF-DEST-VARIANZA-ANTES.
            MOVE CTA-SALDO TO WS-JRN-SALDO-ANTES.
            MOVE CTA-VARIANZA-ACUM TO WS-JRN-VARIANZA-ANTES.
            MOVE WS-TRF-NUEVO-DESTINO TO CTA-SALDO.
            REWRITE CUENTA-REG.
            IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "NO SE PUDO POSTEAR LA TRANSFERENCIA A LA "
                        "CUENTA " CUENTA-DESTINO " (STATUS "
                        WS-FS-CUENTAS "); NINGUNA PATA POSTEADA."
                PERFORM ANOTA-ERROR-TRANSFERENCIA
            ELSE
                PERFORM ESCRIBE-DIARIO-CUENTA
                MOVE CUENTA-IN TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        MOVE "23" TO WS-FS-CUENTAS
                END-READ
                IF WS-FS-CUENTAS = "00"
                    MOVE CTA-SALDO TO WS-JRN-SALDO-ANTES
                    MOVE CTA-VARIANZA-ACUM TO WS-JRN-VARIANZA-ANTES
                    SUBTRACT WS-TRF-MONTO FROM CTA-SALDO
                    REWRITE CUENTA-REG
                END-IF
                IF WS-FS-CUENTAS NOT = "00"
                    DISPLAY "NO SE PUDO POSTEAR LA TRANSFERENCIA "
                            "DESDE LA CUENTA " CUENTA-IN " (STATUS "
                            WS-FS-CUENTAS "); SE DESHACE EL CREDITO."
                    PERFORM ANOTA-ERROR-TRANSFERENCIA
                    PERFORM DESHACE-CREDITO-TRANSFERENCIA
                ELSE
                    PERFORM ESCRIBE-DIARIO-CUENTA
      *Las dos patas grabadas: las ramas de cada cuenta toman su
      *movimiento (la rama comun a ambas queda igual).
                    MOVE CUENTA-DESTINO TO WS-GRP-CUENTA-CHK
                    MOVE WS-TRF-MONTO TO WS-GRP-DELTA
                    PERFORM ACTUALIZA-SALDO-GRUPO
                    MOVE CUENTA-IN TO WS-GRP-CUENTA-CHK
                    COMPUTE WS-GRP-DELTA = 0 - WS-TRF-MONTO
                    PERFORM ACTUALIZA-SALDO-GRUPO
                END-IF
            END-IF.

       DESHACE-CREDITO-TRANSFERENCIA.
      *La cuenta destino vuelve a su imagen "antes"; el diario del
      *maestro registra tambien la vuelta atras.
            MOVE CUENTA-DESTINO TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    MOVE "23" TO WS-FS-CUENTAS
            END-READ.
            IF WS-FS-CUENTAS = "00"
                MOVE CTA-SALDO TO WS-JRN-SALDO-ANTES
                MOVE CTA-VARIANZA-ACUM TO WS-JRN-VARIANZA-ANTES
                MOVE WS-TRF-DEST-SALDO-ANTES TO CTA-SALDO
                MOVE WS-TRF-DEST-VARIANZA-ANTES TO CTA-VARIANZA-ACUM
                REWRITE CUENTA-REG
            END-IF.
            IF WS-FS-CUENTAS = "00"
                PERFORM ESCRIBE-DIARIO-CUENTA
            ELSE
                DISPLAY "NO SE PUDO DESHACER EL CREDITO EN LA CUENTA "
                        CUENTA-DESTINO " (STATUS " WS-FS-CUENTAS
                        "): TRANSFERENCIA A MEDIAS, VERIFICAR CON "
                        "VERIFICA-CUENTAS."
                MOVE "DESHACE-CREDITO-TRANSFERENCIA" TO ERR-PARRAFO
                MOVE "CUENTAS.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-CUENTAS TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            END-IF.

       ANOTA-ERROR-TRANSFERENCIA.
            SET HUBO-ERROR-POSTEO TO TRUE.
            MOVE "GRABA-PATAS-TRANSFERENCIA" TO ERR-PARRAFO.
            MOVE "CUENTAS.DAT" TO ERR-ARCHIVO.
            MOVE WS-FS-CUENTAS TO ERR-ESTADO.
            MOVE "W" TO ERR-SEVERIDAD.
            PERFORM REPORTA-ERROR.

       ESCRIBE-PATAS-TRANSFERENCIA.
      *Una linea de TRANSOUT y una de auditoria por pata, debito y
      *luego credito, con la misma referencia: los lectores las
      *muestran juntas y prueban que netean a cero.
            MOVE WS-FECHA-NEGOCIO TO WS-TRF-REF-FECHA.
            MOVE WS-TRANS-LEIDAS TO WS-TRF-REF-NUMERO.
            COMPUTE RESULTADO = 0 - WS-TRF-MONTO.
            COMPUTE WS-MONTO-ORIG = 0 - NUM1.
            MOVE CUENTA-IN TO WS-CUENTA-PATA.
            MOVE CUENTA-DESTINO TO WS-TRF-CONTRAPARTE.
            MOVE "O" TO WS-TRF-LADO.
            MOVE "TRANSFERENCIA: DEBITO A CUENTA ORIGEN."
                TO WS-DECISION-PATA.
            PERFORM ESCRIBE-PATA-TRANSFERENCIA.
            MOVE WS-TRF-MONTO TO RESULTADO.
            MOVE NUM1 TO WS-MONTO-ORIG.
            MOVE CUENTA-DESTINO TO WS-CUENTA-PATA.
            MOVE CUENTA-IN TO WS-TRF-CONTRAPARTE.
            MOVE "D" TO WS-TRF-LADO.
            MOVE "TRANSFERENCIA: CREDITO A CUENTA DESTINO."
                TO WS-DECISION-PATA.
            PERFORM ESCRIBE-PATA-TRANSFERENCIA.

       ESCRIBE-PATA-TRANSFERENCIA.
            MOVE SPACES TO TRANS-REC-OUT.
            MOVE WS-DECISION-PATA TO DECISION-OUT.
            MOVE WS-CUENTA-PATA TO CUENTA-OUT.
            MOVE NUM1 TO NUM1-OUT.
            MOVE NUM2 TO NUM2-OUT.
            MOVE RESULTADO TO RESULTADO-OUT.
            MOVE 0 TO VARIANZA-OUT.
            MOVE "TRANSFERENCIA" TO CLASIF-OUT.
            MOVE "T" TO OPERACION-OUT.
            MOVE WS-TRF-REF TO REF-TRANSF-OUT.
            MOVE WS-TRF-LADO TO PATA-TRANSF-OUT.
            MOVE WS-MONEDA-RESULTADO TO MONEDA-OUT.
            WRITE TRANS-REC-OUT.
            PERFORM ESCRIBE-AUDITORIA.

       RECHAZA-TRANSACCION.
      *El rechazo ya no se mezcla con los buenos en TRANSOUT.DAT:
      *va a SUSPENSE.DAT con su codigo de motivo y la imagen original
            MOVE ZEROES TO VARIANZA-OUT.
            MOVE CUENTA-IN TO CUENTA-OUT.
            MOVE OPERACION-IN TO OPERACION-OUT.
      *Nada se posteo: el monto original y la tasa van en cero.
            MOVE WS-MONEDA-CTA TO MONEDA-OUT.
            MOVE 0 TO WS-MONTO-ORIG.
            MOVE 0 TO WS-TASA-APLICADA.
            EVALUATE WS-MOTIVO-RECHAZO
                WHEN "NONUM"
                    MOVE "RECHAZADO: NUM1/NUM2 NO NUMERICO."
                WHEN "LIMSA"
                    MOVE "RECHAZADO: REBASARIA LIMITE DE SALDO."
                        TO DECISION-OUT
                WHEN "LIMGR"
                    MOVE "RECHAZADO: REBASARIA LIMITE DE GRUPO."
                        TO DECISION-OUT
                WHEN "TRINV"
                    MOVE "RECHAZADO: TRANSFERENCIA INCOMPLETA."
                        TO DECISION-OUT
                WHEN "DUPLI"
                    MOVE "RECHAZADO: DUPLICADO DE POSTEO RECIENTE."
                        TO DECISION-OUT
                WHEN "SINTC"
                    MOVE "RECHAZADO: SIN TIPO DE CAMBIO DEL DIA."
                        TO DECISION-OUT
                    ADD 1 TO WS-CNT-SIN-CAMBIO
                WHEN OTHER
                    MOVE "RECHAZADO: MOTIVO NO CATALOGADO."
                        TO DECISION-OUT
            END-EVALUATE.
            MOVE SPACES TO CLASIF-OUT.
      *Una transferencia rechazada deja una sola linea, sin
      *referencia, con el lado que fallo en la pata.
            IF OPERACION-IN = "T"
                MOVE WS-TRF-LADO TO PATA-TRANSF-OUT
            END-IF.
      *El registro conserva su fecha de primer rechazo y suma un
      *ciclo si venia de resubmision; un rechazo nuevo arranca hoy
      *con cero ciclos. Agotado el tope de ciclos, el registro sale
            IF WS-ES-RESUB = "R"
                MOVE WS-RESUB-FECHA TO SUSP-FECHA-ALTA
                COMPUTE SUSP-CICLOS = WS-RESUB-CICLOS + 1
                MOVE WS-RESUB-LIBERADO TO SUSP-LIBERADO
            ELSE
                MOVE WS-FECHA-NEGOCIO TO SUSP-FECHA-ALTA
                MOVE 0 TO SUSP-CICLOS
                WRITE SUSP-REC
            END-IF.
            ADD 1 TO WS-CNT-RECHAZOS.
            IF MODO-PRUEBA
                PERFORM CUENTA-MOTIVO-PREVISTO
            END-IF.
      *El rechazo tambien queda en el log de errores de la suite,
      *como informativo: la manana siguiente se lee un solo log.
            MOVE "RECHAZA-TRANSACCION" TO ERR-PARRAFO.
            IF OPERACION-OUT = "V"
                MOVE "V" TO AUDIT-REVERSA
            END-IF.
            MOVE REF-TRANSF-OUT TO AUDIT-REF-TRANSF.
            MOVE PATA-TRANSF-OUT TO AUDIT-PATA-TRANSF.
            MOVE WS-TRF-CONTRAPARTE TO AUDIT-CTA-CONTRAPARTE.
            MOVE MONEDA-OUT TO AUDIT-MONEDA.
            MOVE WS-MONEDA-TRANS TO AUDIT-MONEDA-ORIG.
            MOVE WS-MONTO-ORIG TO AUDIT-MONTO-ORIG.
            MOVE WS-TASA-APLICADA TO AUDIT-TASA.
            WRITE AUDIT-REC.

       PREPARA-CORRIDA-PRUEBA.
      *Corrida de prueba: todo lo que la corrida escribe va a su copia
      *.MEM, que se borra primero para que cada prueba arranque limpia
      *(sin checkpoint que la haga "reiniciar", sin auditoria de la
      *prueba anterior). Los archivos vivos solo se leen.
            DISPLAY "******************************************".
            DISPLAY "* CORRIDA DE PRUEBA (MEMO-POST): NO SE   *".
            DISPLAY "* POSTEA NADA EN LOS ARCHIVOS VIVOS      *".
            DISPLAY "******************************************".
            MOVE "AUDITLOG.MEM" TO WS-NOMBRE-AUDITORIA.
            MOVE "SUSPRESP.MEM" TO WS-NOMBRE-RESPALDO.
            MOVE "OPERCKPT.MEM" TO WS-NOMBRE-CHECKPOINT.
            MOVE "ESCALADO.MEM" TO WS-NOMBRE-ESCALADO.
            MOVE "ANULADOS.MEM" TO WS-NOMBRE-ANULADOS.
            MOVE "CTASJRN.MEM" TO WS-NOMBRE-DIARIO-CTAS.
            MOVE WS-NOMBRE-AUDITORIA TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.
            MOVE WS-NOMBRE-RESPALDO TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.
            MOVE WS-NOMBRE-CHECKPOINT TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.
            MOVE WS-NOMBRE-ESCALADO TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.
            MOVE WS-NOMBRE-ANULADOS TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.
            MOVE WS-NOMBRE-DIARIO-CTAS TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.
            MOVE "SUSPENSE.MEM" TO WS-NOMBRE-BORRAR.
            PERFORM BORRA-ARCHIVO-PRUEBA.

       BORRA-ARCHIVO-PRUEBA.
      *Un archivo que no existe no es error: el RETURN-CODE del
      *borrado se captura y se neutraliza.
            CALL "CBL_DELETE_FILE" USING WS-NOMBRE-BORRAR.
            MOVE RETURN-CODE TO WS-RC-BORRADO.
            MOVE 0 TO RETURN-CODE.

       COPIA-CUENTAS-PRUEBA.
      *El maestro vivo se recorre una sola vez a CTASAPE.MEM (la
      *imagen de apertura) y de ahi se carga la copia CUENTAS.MEM,
      *que es la que la prueba abre I-O y postea. Sin maestro vivo la
      *prueba se comporta como la corrida real sin maestro: toda
      *cuenta informada rechaza a suspenso. Lo mismo si la imagen no
      *se puede escribir o releer: no se carga CUENTAS.MEM de una
      *imagen que falta o quedo a medias.
            MOVE "N" TO WS-COPIA-OK.
            MOVE "CUENTAS.DAT" TO WS-NOMBRE-CUENTAS.
            OPEN INPUT MAESTRO-CUENTAS.
            MOVE WS-NOMBRE-CUENTAS TO ERR-ARCHIVO.
            MOVE WS-FS-CUENTAS TO ERR-ESTADO.
            IF WS-FS-CUENTAS = "00"
                OPEN OUTPUT CUENTAS-APERTURA
                IF WS-FS-APERTURA NOT = "00"
                    MOVE "CTASAPE.MEM" TO ERR-ARCHIVO
                    MOVE WS-FS-APERTURA TO ERR-ESTADO
                    CLOSE MAESTRO-CUENTAS
                ELSE
                    PERFORM COPIA-MAESTRO-A-APERTURA
                END-IF
            END-IF.
            IF COPIA-OK
                PERFORM ABRE-MAESTRO-CUENTAS
            ELSE
                DISPLAY "NO SE PUDO COPIAR CUENTAS.DAT PARA LA PRUEBA ("
                        ERR-ARCHIVO " STATUS " ERR-ESTADO "): TODA "
                        "TRANSACCION CON CUENTA INFORMADA RECHAZARA A "
                        "SUSPENSO."
                MOVE "COPIA-CUENTAS-PRUEBA" TO ERR-PARRAFO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            END-IF.

       COPIA-MAESTRO-A-APERTURA.
      *CTASAPE.MEM ya esta abierto para escribir; se llena, se cierra
      *y de ahi se carga CUENTAS.MEM. Una falla deja su archivo y
      *status en ERR-ARCHIVO/ERR-ESTADO y WS-COPIA-OK en "N".
            MOVE "N" TO WS-FIN-APERTURA.
            PERFORM UNTIL FIN-APERTURA
                READ MAESTRO-CUENTAS NEXT RECORD
                    AT END
                        SET FIN-APERTURA TO TRUE
                    NOT AT END
                        MOVE SPACES TO APERTURA-REC
                        MOVE CUENTA-REG TO APERTURA-REC
                        WRITE APERTURA-REC
                END-READ
            END-PERFORM.
            CLOSE CUENTAS-APERTURA.
            CLOSE MAESTRO-CUENTAS.
            MOVE "CUENTAS.MEM" TO WS-NOMBRE-CUENTAS.
            OPEN OUTPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                MOVE WS-NOMBRE-CUENTAS TO ERR-ARCHIVO
                MOVE WS-FS-CUENTAS TO ERR-ESTADO
            ELSE
                OPEN INPUT CUENTAS-APERTURA
                IF WS-FS-APERTURA NOT = "00"
                    MOVE "CTASAPE.MEM" TO ERR-ARCHIVO
                    MOVE WS-FS-APERTURA TO ERR-ESTADO
                    CLOSE MAESTRO-CUENTAS
                ELSE
                    MOVE "N" TO WS-FIN-APERTURA
                    PERFORM UNTIL FIN-APERTURA
                        READ CUENTAS-APERTURA
                            AT END
                                SET FIN-APERTURA TO TRUE
                            NOT AT END
                                MOVE APERTURA-REC TO CUENTA-REG
                                WRITE CUENTA-REG
                        END-READ
                    END-PERFORM
                    CLOSE CUENTAS-APERTURA
                    CLOSE MAESTRO-CUENTAS
                    SET COPIA-OK TO TRUE
                END-IF
            END-IF.

       ANOTA-LIMITE-PREVISTO.
      *CUENTA-REG trae la cuenta cuyo limite se rebasaria; se anota
      *el monto (LIMTR) o el saldo proyectado (LIMSA) contra su
      *limite. Un limite de grupo (LIMGR) se anota a nombre de la
      *cuenta que encabeza la rama, con el saldo consolidado
      *proyectado. Pasadas las 200 solo se cuentan.
            ADD 1 TO WS-LIMP-TOTAL.
            IF WS-LIMP-CNT < 200
                ADD 1 TO WS-LIMP-CNT
                MOVE CTA-ID TO WS-LIMP-CUENTA(WS-LIMP-CNT)
                MOVE WS-MOTIVO-RECHAZO TO WS-LIMP-MOTIVO(WS-LIMP-CNT)
                EVALUATE WS-MOTIVO-RECHAZO
                    WHEN "LIMTR"
                        MOVE WS-ABS-MONTO TO WS-LIMP-MONTO(WS-LIMP-CNT)
                        MOVE WS-LIM-TRANS
                            TO WS-LIMP-LIMITE(WS-LIMP-CNT)
                    WHEN "LIMGR"
                        MOVE WS-GRP-CUENTA(WS-GRP-NODO)
                            TO WS-LIMP-CUENTA(WS-LIMP-CNT)
                        MOVE WS-SALDO-PROYECTADO
                            TO WS-LIMP-MONTO(WS-LIMP-CNT)
                        MOVE WS-GRP-LIMITE(WS-GRP-NODO)
                            TO WS-LIMP-LIMITE(WS-LIMP-CNT)
                    WHEN OTHER
                        MOVE WS-SALDO-PROYECTADO
                            TO WS-LIMP-MONTO(WS-LIMP-CNT)
                        MOVE WS-LIM-SALDO
                            TO WS-LIMP-LIMITE(WS-LIMP-CNT)
                END-EVALUATE
            END-IF.

       CUENTA-MOTIVO-PREVISTO.
      *Rechazos previstos por codigo de motivo, en el orden en que
      *aparece cada codigo.
            MOVE 0 TO WS-MOT-HALLADO.
            MOVE 0 TO WS-MOT-IDX.
            PERFORM UNTIL WS-MOT-IDX >= WS-MOT-CNT
                ADD 1 TO WS-MOT-IDX
                IF WS-MOT-CODIGO(WS-MOT-IDX) = WS-MOTIVO-RECHAZO
                    MOVE WS-MOT-IDX TO WS-MOT-HALLADO
                    MOVE WS-MOT-CNT TO WS-MOT-IDX
                END-IF
            END-PERFORM.
            IF WS-MOT-HALLADO = 0 AND WS-MOT-CNT < 20
                ADD 1 TO WS-MOT-CNT
                MOVE WS-MOT-CNT TO WS-MOT-HALLADO
                MOVE WS-MOTIVO-RECHAZO TO WS-MOT-CODIGO(WS-MOT-HALLADO)
                MOVE 0 TO WS-MOT-CONTADOR(WS-MOT-HALLADO)
            END-IF.
            IF WS-MOT-HALLADO > 0
                ADD 1 TO WS-MOT-CONTADOR(WS-MOT-HALLADO)
            END-IF.

       ESCRIBE-PROYECCION.
      *Reporte de resultados proyectados de la corrida de prueba:
      *saldo de cierre proyectado por cuenta contra el vivo,
      *rechazos previstos por motivo y limites que se rebasarian.
            OPEN OUTPUT PROYECCION.
            IF WS-FS-PROYECCION NOT = "00"
                DISPLAY "NO SE PUDO CREAR PROYPOST.DAT (STATUS "
                        WS-FS-PROYECCION ")."
                MOVE "ESCRIBE-PROYECCION" TO ERR-PARRAFO
                MOVE "PROYPOST.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-PROYECCION TO ERR-ESTADO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            ELSE
                PERFORM ESCRIBE-ENCABEZADO-PROYECCION
                PERFORM ESCRIBE-SALDOS-PROYECTADOS
                PERFORM ESCRIBE-RECHAZOS-PREVISTOS
                PERFORM ESCRIBE-LIMITES-PREVISTOS
                MOVE SPACES TO PROY-LINEA
                WRITE PROY-LINEA
                MOVE "** CORRIDA DE PRUEBA: NADA SE POSTEO EN LOS "
                    TO PROY-LINEA
                MOVE "ARCHIVOS VIVOS. **" TO PROY-LINEA(45:18)
                WRITE PROY-LINEA
                CLOSE PROYECCION
            END-IF.

       ESCRIBE-ENCABEZADO-PROYECCION.
            MOVE SPACES TO PROY-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE SPACES TO PROY-LINEA.
            MOVE "PROYECCION DE POSTEO - CORRIDA DE PRUEBA (MEMO-POST)"
                TO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE SPACES TO PROY-LINEA.
            MOVE "ORIGEN:" TO PROY-LINEA(1:7).
            MOVE WS-HDR-ORIGEN TO PROY-LINEA(9:8).
            MOVE "FECHA DE NEGOCIO:" TO PROY-LINEA(19:17).
            MOVE WS-FECHA-NEGOCIO TO PROY-LINEA(37:8).
            WRITE PROY-LINEA.
            MOVE SPACES TO PROY-LINEA.
            MOVE "TRANSACCIONES:" TO PROY-LINEA(1:14).
            MOVE CMN-CONTADOR-REG TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO PROY-LINEA(16:6).
            MOVE "RESUBMISIONES:" TO PROY-LINEA(24:14).
            MOVE WS-CNT-RESUB TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO PROY-LINEA(39:6).
            WRITE PROY-LINEA.
      *Un lote que no cuadra con su cola, o un posteo que no se pudo
      *grabar ni en la copia, abortaria la corrida real.
            MOVE SPACES TO PROY-LINEA.
            IF LOTE-DESCUADRADO
                MOVE "CONTROL DE LOTE: NO CUADRA - LA CORRIDA REAL "
                    TO PROY-LINEA
                MOVE "TERMINARIA CON ERROR." TO PROY-LINEA(46:21)
            ELSE
                MOVE "CONTROL DE LOTE: CUADRA." TO PROY-LINEA
            END-IF.
            WRITE PROY-LINEA.
            IF HUBO-ERROR-POSTEO
                MOVE SPACES TO PROY-LINEA
                MOVE "HUBO ERRORES DE POSTEO CONTRA LA COPIA DEL "
                    TO PROY-LINEA
                MOVE "MAESTRO." TO PROY-LINEA(44:8)
                WRITE PROY-LINEA
            END-IF.

       ESCRIBE-SALDOS-PROYECTADOS.
      *Cada cuenta de la imagen de apertura contra su saldo en la
      *copia ya posteada; "*" marca las que la corrida moveria.
            MOVE SPACES TO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE "SALDOS PROYECTADOS POR CUENTA" TO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE SPACES TO PROY-LINEA.
            MOVE "CUENTA" TO PROY-LINEA(1:6).
            MOVE "SALDO ACTUAL" TO PROY-LINEA(12:12).
            MOVE "SALDO PROYECT." TO PROY-LINEA(25:14).
            MOVE "MOVIMIENTO" TO PROY-LINEA(44:10).
            MOVE "MON" TO PROY-LINEA(58:3).
            WRITE PROY-LINEA.
            IF NOT COPIA-OK
                MOVE SPACES TO PROY-LINEA
                MOVE "** CUENTAS.DAT NO DISPONIBLE: SIN PROYECCION "
                    TO PROY-LINEA
                MOVE "DE SALDOS **" TO PROY-LINEA(46:12)
                WRITE PROY-LINEA
            ELSE
                OPEN INPUT CUENTAS-APERTURA
                OPEN INPUT MAESTRO-CUENTAS
                MOVE "N" TO WS-FIN-APERTURA
                PERFORM UNTIL FIN-APERTURA
                    READ CUENTAS-APERTURA
                        AT END
                            SET FIN-APERTURA TO TRUE
                        NOT AT END
                            PERFORM ESCRIBE-SALDO-CUENTA
                    END-READ
                END-PERFORM
                CLOSE CUENTAS-APERTURA
                CLOSE MAESTRO-CUENTAS
                MOVE SPACES TO PROY-LINEA
                MOVE "TOTAL" TO PROY-LINEA(1:5)
                MOVE WS-PRY-TOT-ANTES TO WS-ED-MONTO
                MOVE WS-ED-MONTO TO PROY-LINEA(11:13)
                MOVE WS-PRY-TOT-DESPUES TO WS-ED-MONTO
                MOVE WS-ED-MONTO TO PROY-LINEA(26:13)
                MOVE WS-PRY-TOT-MOVIMIENTO TO WS-ED-MONTO
                MOVE WS-ED-MONTO TO PROY-LINEA(41:13)
                WRITE PROY-LINEA
                MOVE SPACES TO PROY-LINEA
                MOVE "CUENTAS:" TO PROY-LINEA(1:8)
                MOVE WS-PRY-CNT-CUENTAS TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO PROY-LINEA(10:6)
                MOVE "CON MOVIMIENTO:" TO PROY-LINEA(18:15)
                MOVE WS-PRY-CNT-MOVIDAS TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO PROY-LINEA(34:6)
                WRITE PROY-LINEA
            END-IF.

       ESCRIBE-SALDO-CUENTA.
            MOVE APERTURA-REC TO CUENTA-REG.
            MOVE CTA-ID TO WS-PRY-CUENTA.
            MOVE CTA-SALDO TO WS-PRY-SALDO-ANTES.
            MOVE CTA-SALDO TO WS-PRY-SALDO-DESPUES.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CTA-SALDO TO WS-PRY-SALDO-DESPUES
            END-READ.
            COMPUTE WS-PRY-MOVIMIENTO =
                WS-PRY-SALDO-DESPUES - WS-PRY-SALDO-ANTES.
            ADD 1 TO WS-PRY-CNT-CUENTAS.
            ADD WS-PRY-SALDO-ANTES TO WS-PRY-TOT-ANTES.
            ADD WS-PRY-SALDO-DESPUES TO WS-PRY-TOT-DESPUES.
            ADD WS-PRY-MOVIMIENTO TO WS-PRY-TOT-MOVIMIENTO.
            MOVE SPACES TO PROY-LINEA.
            MOVE WS-PRY-CUENTA TO PROY-LINEA(1:8).
            MOVE WS-PRY-SALDO-ANTES TO WS-ED-MONTO.
            MOVE WS-ED-MONTO TO PROY-LINEA(11:13).
            MOVE WS-PRY-SALDO-DESPUES TO WS-ED-MONTO.
            MOVE WS-ED-MONTO TO PROY-LINEA(26:13).
            MOVE WS-PRY-MOVIMIENTO TO WS-ED-MONTO.
            MOVE WS-ED-MONTO TO PROY-LINEA(41:13).
            IF WS-PRY-MOVIMIENTO NOT = 0
                MOVE "*" TO PROY-LINEA(56:1)
                ADD 1 TO WS-PRY-CNT-MOVIDAS
            END-IF.
            MOVE CTA-MONEDA TO PROY-LINEA(58:3).
            WRITE PROY-LINEA.

       ESCRIBE-RECHAZOS-PREVISTOS.
            MOVE SPACES TO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE "RECHAZOS PREVISTOS POR MOTIVO" TO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE 0 TO WS-MOT-IDX.
            PERFORM UNTIL WS-MOT-IDX >= WS-MOT-CNT
                ADD 1 TO WS-MOT-IDX
                MOVE SPACES TO PROY-LINEA
                MOVE WS-MOT-CODIGO(WS-MOT-IDX) TO PROY-LINEA(3:5)
                MOVE WS-MOT-CONTADOR(WS-MOT-IDX) TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO PROY-LINEA(11:6)
                WRITE PROY-LINEA
            END-PERFORM.
            MOVE SPACES TO PROY-LINEA.
            MOVE "TOTAL RECHAZOS PREVISTOS:" TO PROY-LINEA(1:25).
            MOVE WS-CNT-RECHAZOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO PROY-LINEA(27:6).
            WRITE PROY-LINEA.
            MOVE SPACES TO PROY-LINEA.
            MOVE "DE ELLOS ESCALARIAN AL SUPERVISOR:"
                TO PROY-LINEA(1:34).
            MOVE WS-CNT-ESCALADOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO PROY-LINEA(36:6).
            WRITE PROY-LINEA.

       ESCRIBE-LIMITES-PREVISTOS.
      *LIMTR: monto de la transaccion contra el limite por
      *transaccion. LIMSA: saldo proyectado contra el limite de saldo.
      *LIMGR: saldo consolidado proyectado de la rama contra su
      *limite de grupo.
            MOVE SPACES TO PROY-LINEA.
            WRITE PROY-LINEA.
            MOVE "LIMITES QUE SE REBASARIAN" TO PROY-LINEA.
            WRITE PROY-LINEA.
            IF WS-LIMP-TOTAL = 0
                MOVE SPACES TO PROY-LINEA
                MOVE "NINGUNA CUENTA REBASARIA SUS LIMITES."
                    TO PROY-LINEA(3:37)
                WRITE PROY-LINEA
            ELSE
                MOVE SPACES TO PROY-LINEA
                MOVE "CUENTA" TO PROY-LINEA(1:6)
                MOVE "MOTIVO" TO PROY-LINEA(11:6)
                MOVE "MONTO/SALDO" TO PROY-LINEA(23:11)
                MOVE "LIMITE" TO PROY-LINEA(42:6)
                WRITE PROY-LINEA
                MOVE 0 TO WS-LIMP-IDX
                PERFORM UNTIL WS-LIMP-IDX >= WS-LIMP-CNT
                    ADD 1 TO WS-LIMP-IDX
                    MOVE SPACES TO PROY-LINEA
                    MOVE WS-LIMP-CUENTA(WS-LIMP-IDX)
                        TO PROY-LINEA(1:8)
                    MOVE WS-LIMP-MOTIVO(WS-LIMP-IDX)
                        TO PROY-LINEA(11:5)
                    MOVE WS-LIMP-MONTO(WS-LIMP-IDX) TO WS-ED-MONTO
                    MOVE WS-ED-MONTO TO PROY-LINEA(21:13)
                    MOVE WS-LIMP-LIMITE(WS-LIMP-IDX) TO WS-ED-MONTO
                    MOVE WS-ED-MONTO TO PROY-LINEA(35:13)
                    WRITE PROY-LINEA
                END-PERFORM
                IF WS-LIMP-TOTAL > WS-LIMP-CNT
                    MOVE SPACES TO PROY-LINEA
                    MOVE "(SOLO SE LISTAN LAS PRIMERAS 200)"
                        TO PROY-LINEA(3:33)
                    WRITE PROY-LINEA
                END-IF
                MOVE SPACES TO PROY-LINEA
                MOVE "TOTAL DE LIMITES REBASADOS:" TO PROY-LINEA(1:27)
                MOVE WS-LIMP-TOTAL TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO PROY-LINEA(29:6)
                WRITE PROY-LINEA
            END-IF.
       END PROGRAM  OPERACIONES-BASICAS.
