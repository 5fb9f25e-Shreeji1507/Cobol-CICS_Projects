      *-----------------------------------------------------------
      *CNTRSN      : the reasons the call centre logs a customer
      *              contact under and their readable descriptions,
      *              the same codes the CIQ1 screen accepts. A code
      *              not in this table reports under the UNKNOWN
      *              bucket rather than being dropped.
      *-----------------------------------------------------------
       01 ws-contact-rsn-list-init.
           05 filler                    pic x(17) value
               "PQPRODUCT QUALITY".
           05 filler                    pic x(17) value
               "DFDEFECTIVE      ".
           05 filler                    pic x(17) value
               "WIWRONG ITEM     ".
           05 filler                    pic x(17) value
               "DLDELIVERY       ".
           05 filler                    pic x(17) value
               "BIBILLING        ".
           05 filler                    pic x(17) value
               "GQGENERAL QUERY  ".
           05 filler                    pic x(17) value
               "OTOTHER          ".
       01 ws-contact-rsn-list redefines ws-contact-rsn-list-init.
           05 ws-contact-rsn-entry      occurs 7 times
               indexed by ws-contact-rsn-idx.
               10 ws-contact-rsn-code   pic xx.
               10 ws-contact-rsn-desc   pic x(15).
       77 ws-contact-rsn-list-count     pic 99
           value 7.
