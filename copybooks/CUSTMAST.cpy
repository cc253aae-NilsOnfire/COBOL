      * CUST-ESTADO is the lifecycle switch CUSTMAINT maintains:
      * "A" activo, "I" inactivo, "P" pendiente de purga, "F"
      * fusionado (merged away by CUSTMERG; MERGXREF.DAT names the
      * survivor), "X" anonimizado (personal fields masked by
      * CUSTANON on an erasure request; never exported, written to
      * or changed again), "D" durmiente (no ledger activity for the
      * months DORMPARM.DAT sets and a first notice unanswered: set
      * by DORMANT, no standing charges, month-end statement or new
      * VARSDESK pairs until reactivated through CUSTMAINT).
      * The exports only feed "A" records downstream. Records written before the
      * field existed must be migrated once by DATACONV (this is an
      * INDEXED file: the record length changes with the layout, so
      * an unconverted master will not even open); the space-counts-
      * a year younger every conversion anniversary. CUSTCONV
      * approximates a date of birth for records converted from the
      * old layout (July 1st of the implied birth year).
      * CUST-EMAIL/CUST-ENTREGA carry the statement delivery choice
      * captured at intake and maintained through CUSTMAINT; CUSTSTMT
      * and DUNNING route each document by it. Records converted
      * from an older layout come across as paper with no address.
      * CUST-PADRE links a corporate department or site to the group
      * it belongs to (zero = no group). One level only: a parent
      * never has a parent of its own. Records converted from an
      * older layout come across with no group.
      *****************************************************************
       01  CUST-MASTER-REC.
           05  CUST-ID        PIC 9(6) COMP-3.
      *    confirmed). The HR delta export stops re-sending a
      *    customer once this is filled.
           05  CUST-HR-ID     PIC X(10).
      *    Bad-debt write-off stamp set by CASTIGO when a supervisor
      *    writes the balance off (zero = never written off): the
      *    date and the amount taken to bad-debt expense. Intake and
      *    VARSDESK warn on a written-off customer before new
      *    activity is taken on.
           05  CUST-CASTIGO-FECHA PIC 9(8) COMP-3.
           05  CUST-CASTIGO-IMPORTE PIC S9(9)V99 COMP-3.
      *    Statement/letter delivery: the e-mail address and the
      *    preference "P" papel (print file only), "E" electronico
      *    (e-delivery extract only), "A" ambos (both). Space reads
      *    as papel. "E"/"A" need an address; EDELRTRN flips the
      *    preference back to "P" when the mail gateway bounces.
           05  CUST-EMAIL     PIC X(40).
           05  CUST-ENTREGA   PIC X.
      *    Parent CUST-ID of the customer's group, maintained through
      *    CUSTMAINT and journaled like any other field. The parent's
      *    own CUST-LIMITE is the group limit VARS tests the whole
      *    group's exposure against; CUSTSTMT's consolidated mode
      *    and AGERPT's group rollup gather the children under it.
           05  CUST-PADRE     PIC 9(6) COMP-3.
      *    Billing currency (ISO code) the customer's statements and
      *    billing feed amounts are rendered in. Spaces read as EUR,
      *    the base currency every ledger balance is kept in; any
      *    other code must have rates in FXRATES.DAT. Maintained
      *    through CUSTMAINT and journaled like any other field.
           05  CUST-MONEDA    PIC X(3).
      *    Returned-mail stop: "Y" when the mailroom has keyed a
      *    letter or statement back as undeliverable through CORRDEV,
      *    with the day it was keyed and the RSNCODE "CORREO" reason
      *    (space/zero/spaces = address good). CUSTSTMT, DUNNING and
      *    DORMANT hold the paper of a flagged customer in
      *    CORRRET.DAT instead of printing it, and DUNNING does not
      *    escalate while it is set. Correcting the street, town or
      *    postal code through CUSTMAINT clears all three; both the
      *    stop and the clearance are journaled like any other field.
           05  CUST-DIR-INVALIDA PIC X.
           05  CUST-DIR-FECHA PIC 9(8) COMP-3.
           05  CUST-DIR-MOTIVO PIC X(9).
      *    Billing cycle day (1-28): the day of the month the
      *    customer's statement, dunning evaluation and standing
      *    charges fall on, moved to the next business day when it
      *    is a weekend or a HOLIDAYS.DAT holiday (CICLOFEC). Set at
      *    intake by the segment rules of CICLPARM.DAT (CICLODIA),
      *    changed through CUSTMAINT and journaled like any other
      *    field; CICLORPT counts the customers on each day. Zero (a
      *    record never assigned) is billed on the 1st.
           05  CUST-CICLO     PIC 99.
