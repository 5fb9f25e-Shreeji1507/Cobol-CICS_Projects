      *              maintenance transactions the MNT1 screen
      *              queued on MAINTQ are extracted to
      *              project1MasterMaint.dat for the maintenance
      *              run, and the review decisions the RVW1 screen
      *              filed on DECISNF are extracted to
      *              project1Decisions.dat for
      *              Program08_Review_Disposition, and the customer
      *              contacts the CIQ1 screen logged on CONTACTF
      *              are added to the contact log
      *              project1Contacts.dat. Each online
      *              queue is left empty once extracted, so a
      *              correction, transaction or decision is applied
      *              exactly once. Runs at the front of the chain,
      *              before the re-entry merge.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Extract the manager-review decisions the RVW1
      *               screen filed on DECISNF to
      *               project1Decisions.dat for the review
      *               disposition run, emptying DECISNF the same
      *               way.
      *  -            Carry the user who keyed each RKY1 correction
      *               and MNT1 transaction through to
      *               project1Corrected.dat and
      *               project1MasterMaint.dat, so the re-entry merge
      *               and maintenance listings can say who keyed it.
      *  -            Extract MNT1 transactions at the widened 94-byte
      *               length, the SKU's vendor and the vendor's claim
      *               address included.
      *  -            Add the customer contacts the CIQ1 screen logged
      *               on CONTACTF to the contact log
      *               project1Contacts.dat, emptying CONTACTF the
      *               same way.

       environment division.

               record key is mq-key
               file status is ws-mq-file-status.

      *the manager-review decisions filed online
           select decisnf-file assign      to
                                   "../../../data/DECISNF.ksds"
               organization is indexed
               access is sequential
               record key is dn-key
               file status is ws-dn-file-status.

      *the customer contacts logged online
           select contactf-file assign     to
                                   "../../../data/CONTACTF.ksds"
               organization is indexed
               access is sequential
               record key is ck-key
               file status is ws-ck-file-status.

      *the corrected-records file the re-entry merge reads -
      *extended, so corrections delivered by file and by screen
      *wait together (the merge empties it once applied)
               organization is line sequential
               file status is ws-mo-file-status.

      *the decision file the review disposition run reads -
      *extended, so decisions keyed by hand and by screen wait
      *together (the disposition run empties it once applied)
           select decision-out-file assign to
                               "../../../data/project1Decisions.dat"
               organization is line sequential
               file status is ws-do-file-status.

      *the contact log the weekly contact-to-return report reads -
      *kept as a running history, the report picking out the weeks
      *it needs
           select contact-out-file assign  to
                               "../../../data/project1Contacts.dat"
               organization is line sequential
               file status is ws-ko-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
       file section.

      *a correction as the RKY1 screen filed it - the online key
      *then the corrected record in the wide layout, followed by
      *the user who keyed it
       fd correctf-file
           data record is correctf-rec
               record contains 135 characters.
       01 correctf-rec.
           05 cf-key                       pic x(11).
           05 cf-record                    pic x(124).

      *a maintenance transaction as the MNT1 screen queued it,
      *with the user who keyed it
       fd maintq-file
           data record is maintq-rec
               record contains 125 characters.
       01 maintq-rec.
           05 mq-key                       pic x(31).
           05 mq-record                    pic x(94).

      *a decision as the RVW1 screen filed it - the queue record's
      *online key then the batch decision record
       fd decisnf-file
           data record is decisnf-rec
               record contains 29 characters.
       01 decisnf-rec.
           05 dn-key                       pic x(11).
           05 dn-record                    pic x(18).

      *a contact as the CIQ1 screen filed it - the online key then
      *the batch contact record
       fd contactf-file
           data record is contactf-rec
               record contains 62 characters.
       01 contactf-rec.
           05 ck-key                       pic x(18).
           05 ck-record                    pic x(44).

       fd correct-out-file
           data record is correct-out-line.
       01 correct-out-line                 pic x(124)
           value spaces.

       fd maint-out-file
           data record is maint-out-line
               record contains 94 characters.
       01 maint-out-line                   pic x(94)
           value spaces.

       fd decision-out-file
           data record is decision-out-line
               record contains 18 characters.
       01 decision-out-line                pic x(18)
           value spaces.

       fd contact-out-file
           data record is contact-out-line
               record contains 44 characters.
       01 contact-out-line                 pic x(44)
           value spaces.

      *common operations log record
           value spaces.
       01 ws-mo-file-status                 pic xx
           value spaces.
       01 ws-dn-file-status                 pic xx
           value spaces.
       01 ws-do-file-status                 pic xx
           value spaces.
       01 ws-ck-file-status                 pic xx
           value spaces.
       01 ws-ko-file-status                 pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

           value 0.
       01 ws-total-maint                   pic 9(5)
           value 0.
       01 ws-total-decisions               pic 9(5)
           value 0.
       01 ws-total-contacts                pic 9(5)
           value 0.

       procedure division.
           perform 100-extract-corrections.
           perform 200-extract-maintenance.
           perform 300-extract-decisions.
           perform 400-extract-contacts.
           perform 600-write-audit-line.
           goback.

               close maintq-file
           end-if.

      *the screen-keyed review decisions join whatever was keyed
      *by hand, in queue-key order - the order the disposition run
      *spends them in - then the online file is left empty
       300-extract-decisions.
           move 'n'                        to ws-eof.
           open input decisnf-file.
           if ws-dn-file-status = '00'
               open extend decision-out-file
               if ws-do-file-status not = '00'
                   open output decision-out-file
               end-if
               read decisnf-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-decisions
                   write decision-out-line from dn-record
                   read decisnf-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close decisnf-file
               close decision-out-file
               open output decisnf-file
               close decisnf-file
           end-if.

      *the screen-logged customer contacts onto the end of the
      *contact log, in the date/time order they were taken, then
      *the online file is left empty
       400-extract-contacts.
           move 'n'                        to ws-eof.
           open input contactf-file.
           if ws-ck-file-status = '00'
               open extend contact-out-file
               if ws-ko-file-status not = '00'
                   open output contact-out-file
               end-if
               read contactf-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-contacts
                   write contact-out-line  from ck-record
                   read contactf-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close contactf-file
               close contact-out-file
               open output contactf-file
               close contactf-file
           end-if.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program33_Online_Extr"    to ws-aud-program.
           compute ws-aud-in =
               ws-total-corrections + ws-total-maint
               + ws-total-decisions + ws-total-contacts.
           compute ws-aud-out =
               ws-total-corrections + ws-total-maint
               + ws-total-decisions + ws-total-contacts.
           move 0                          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
