      ***********************************************************************
      *
      *  Source File Name = MFCIMPM.CBL
      *
      *  Function = Shop-owned record - one entry of the outage impact
      *             map MFCCIMPM builds nightly: something that depends
      *             on database alias MFC-IP-DB-ALIAS, what kind of
      *             thing it is, and when it was first and last seen
      *             there. MFC-IP-DEP-TYPE is
      *
      *               A - an application name connected to it
      *                   (MFCWLDO); MFC-IP-DETAIL has its workload
      *                   class and the AUTH-ID last seen;
      *               W - a workload class connected to it (MFCWLDO);
      *               H - a DCS host link routed through it (MFCDCSGO),
      *                   named by the outbound application id less
      *                   its last two qualifiers - the host's network
      *                   address; MFC-IP-DETAIL has the last outbound
      *                   id seen;
      *               N - the node directory entry (MFCNODE) the alias
      *                   is cataloged at on the database directory
      *                   (MFCDDIRO); MFC-IP-DETAIL has the node's
      *                   host name or partner;
      *               T - the owning team off the database master;
      *               P - the HADR partner alias off the database
      *                   master.
      *
      *             A, W and H rows arrive under a database name; each
      *             is entered under every alias the database directory
      *             catalogs that name as, and under the name itself
      *             only when no directory entry does.
      *
      *             T and P entries follow the master and are dropped
      *             when it no longer says so; the rest are kept until
      *             unseen for KEEP-DAYS. The map is carried MFCIMPS in,
      *             MFCIMPT out. The impact report MFCR133 lists it for
      *             an alias, and MFCALCOR summarizes it on each
      *             incident for the ticket export.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-IMPACT-MAP-REC.
           05 MFC-IP-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-IP-DEP-TYPE         PIC X(1) USAGE DISPLAY.
               88 MFC-IP-APPLICATION  VALUE "A".
               88 MFC-IP-CLASS        VALUE "W".
               88 MFC-IP-HOST-LINK    VALUE "H".
               88 MFC-IP-NODE         VALUE "N".
               88 MFC-IP-TEAM         VALUE "T".
               88 MFC-IP-HADR-PARTNER VALUE "P".
           05 MFC-IP-NAME             PIC X(32) USAGE DISPLAY.
           05 MFC-IP-DETAIL           PIC X(64) USAGE DISPLAY.
           05 MFC-IP-FIRST-SEEN-SECS  PIC 9(9) COMP-5.
           05 MFC-IP-LAST-SEEN-SECS   PIC 9(9) COMP-5.
           05 MFC-IP-OBSERVATIONS     PIC 9(9) COMP-5.
