      *****************************************************************
      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * Copyright IBM Corp. 2017 All Rights Reserved
      *
      * Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with
      * IBM Corp.
      *
      *****************************************************************
      *    The denied-party screening file - the DENYPTY VSAM KSDS
      *    DPSCREEN reloads from each new DENYLIST file, and SUPPMENU
      *    reads to screen a supplier online. Every list entry is
      *    held under its normalized name ('N') and, where the list
      *    gives an address, again under its normalized street
      *    address and city ('A') - normalized by the shared
      *    DPNORMP paragraphs, so a supplier's own name or address
      *    normalized the same way finds it by key. The list's
      *    name is kept as it came, for the exact-match test and
      *    the match report.
      *****************************************************************
       01  DENIED-PARTY-RECORD.
           03   DX-KEY.
                05  DX-MATCH-KEY.
                    07  DX-MATCH-TYPE   PIC X(1).
                        88  DX-NAME-MATCH    VALUE 'N'.
                        88  DX-ADDRESS-MATCH VALUE 'A'.
                    07  DX-MATCH-TEXT   PIC X(60).
                05  DX-ENTRY-ID         PIC X(10).
           03   DX-LIST-CODE            PIC X(4).
           03   DX-PARTY-NAME           PIC X(60).
           03   DX-COUNTRY-CODE         PIC X(2).
      *    The date DPSCREEN loaded the list the entry came from.
           03   DX-LOAD-DATE            PIC X(8).
           03   FILLER                  PIC X(15).
