      * POSTTRACE answers the other question clerks bring to
      * operations: "where did this posting go?" A clerk keys a
      * PST-REFERENCE - or just the voucher or group part of one, the
      * number they have on the paper in front of them - and the
      * screen walks it through the ledger. Every center the
      * reference was applied to comes off LEDGERREF.DAT with where
      * it stands (held, approved, applied); an applied one is found
      * on its history line - date, type, prior and new balance - in
      * the live LEDGERHIST.DAT or the closed period's
      * LEDGERHIST.Pyyyymm cut, whichever it now lives in. Each hit
      * drills back to what produced it: the ITEMSUM group on
      * ITEMOUT.DAT for an "IB" reference, the AP voucher on
      * APEXTRACT.DAT for "AP", the standing entry or allocation rule
      * for "SE" and "AL". A reference LEDGERPOST rejected instead is
      * picked up off LEDGERPOST.EXC and shown as the reject it is,
      * with the reason and whether EXCREPAIR has dealt with it.
       identification division.
       program-id. posttrace.
       environment division.
       input-output section.
       file-control.
           select ledgerref-file assign to "LEDGERREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is ref-key
               file status is ws-ref-status.
      * Live history or a closed period's cut, named at trace time.
           select history-file assign to dynamic ws-hist-name
               organization is line sequential
               file status is ws-hist-status.
           select period-control-file assign to "PERCTL.DAT"
               organization is line sequential
               file status is ws-pctl-status.
           select posting-exception-file assign to "LEDGERPOST.EXC"
               organization is line sequential
               file status is ws-exc-status.
           select item-output-file assign to "ITEMOUT.DAT"
               organization is line sequential
               file status is ws-iout-status.
           select ap-extract-file assign to "APEXTRACT.DAT"
               organization is line sequential
               file status is ws-ext-status.
           select standing-file assign to "STANDING.DAT"
               organization is indexed
               access mode is dynamic
               record key is stn-entry-id
               file status is ws-stn-status.
           select allocrule-file assign to "ALLOCRULE.DAT"
               organization is indexed
               access mode is dynamic
               record key is alr-source-center
               file status is ws-alr-status.

       data division.
       file section.
       fd  ledgerref-file.
           copy refrec.

       fd  history-file.
           copy ledghist.

       fd  period-control-file.
       01  period-control-record.
           05 pctl-last-closed     pic 9(6).

      * Same shape LEDGERPOST writes and EXCREPAIR maintains.
       fd  posting-exception-file.
       01  posting-exception-record.
           05 pexc-cost-center     pic x(6).
           05 pexc-bad-field       pic x(10).
           05 pexc-reason          pic x(40).
           05 pexc-resolved        pic x.
           05 pexc-run-date        pic 9(8).
           05 pexc-reference       pic x(16).

      * Same shape ITEMSUM writes.
       fd  item-output-file.
       01  item-output-record.
           05 iout-group-id        pic 9(6).
           05 iout-addend-count    pic 9(3).
           05 iout-sum             pic s9(7)v99 sign leading separate.
           05 iout-status          pic 9.
           05 iout-proc-date       pic 9(8).
           05 iout-cost-center     pic x(6).

      * Same shape APIMPORT reads.
       fd  ap-extract-file.
       01  ap-extract-record.
           05 ap-rec-type          pic x.
               88 ap-type-header  value 'H'.
               88 ap-type-voucher value 'V'.
               88 ap-type-trailer value 'T'.
           05 filler               pic x(24).
       01  ap-header-rec.
           05 filler               pic x.
           05 ap-hdr-create-date   pic 9(8).
       01  ap-voucher-rec.
           05 filler               pic x.
           05 ap-vch-number        pic x(10).
           05 ap-vch-cost-center   pic x(6).
           05 ap-vch-amount        pic s9(5)v99 sign leading separate.

       fd  standing-file.
           copy stndrec.

       fd  allocrule-file.
           copy allocrec.

       working-storage section.
           01 ws-ref-status     pic xx.
           01 ws-hist-status    pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-exc-status     pic xx.
           01 ws-iout-status    pic xx.
           01 ws-ext-status     pic xx.
           01 ws-stn-status     pic xx.
           01 ws-alr-status     pic xx.
           01 ws-hist-name      pic x(20).
           01 ws-last-closed    pic 9(6) value 0.
           01 ws-eof-switch     pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-found-switch   pic x value 'N'.
               88 ws-found value 'Y'.
           01 ws-match-switch   pic x value 'N'.
               88 ws-match value 'Y'.

      * What the clerk keyed, and how much of it is significant - a
      * part reference is matched on just its keyed characters.
           01 ws-trc-key        pic x(16) value spaces.
           01 ws-key-len        pic 99 value 0.
           01 ws-candidate      pic x(16).
           01 ws-hit-count      pic 9(4) value 0.

      * One hit as the screen shows it.
           01 ws-trc-center     pic x(6) value spaces.
           01 ws-trc-reference  pic x(16) value spaces.
           01 ws-trc-status-text pic x(40) value spaces.
           01 ws-trc-post-date  pic x(8) value spaces.
           01 ws-trc-hist-date  pic x(8) value spaces.
           01 ws-trc-type       pic x value space.
           01 ws-trc-prior      pic s9(5)v99 value 0.
           01 ws-trc-amount     pic s9(5)v99 value 0.
           01 ws-trc-new        pic s9(5)v99 value 0.
           01 ws-trc-hist-file  pic x(20) value spaces.
           01 ws-trc-source-1   pic x(60) value spaces.
           01 ws-trc-source-2   pic x(60) value spaces.
           01 ws-message        pic x(40) value spaces.

      * A reference taken apart the way each generating job built it:
      * IB group + processing date (ITEMBRIDGE), AP voucher (APIMPORT),
      * SE entry + period (STNDGEN), AL source center + period
      * (ALLOCATE).
           01 ws-tr-ref.
               05 ws-tr-prefix      pic xx.
               05 filler            pic x(14).
           01 ws-tr-ib-view redefines ws-tr-ref.
               05 filler            pic xx.
               05 ws-tr-ib-group    pic 9(6).
               05 ws-tr-ib-date     pic 9(8).
           01 ws-tr-ap-view redefines ws-tr-ref.
               05 filler            pic xx.
               05 ws-tr-ap-voucher  pic x(10).
               05 filler            pic x(4).
           01 ws-tr-gen-view redefines ws-tr-ref.
               05 filler            pic xx.
               05 ws-tr-gen-id      pic x(6).
               05 ws-tr-gen-period  pic x(6).
               05 filler            pic xx.

      * The posting date split so its period picks the history file.
           01 ws-work-date      pic 9(8).
           01 ws-work-date-parts redefines ws-work-date.
               05 ws-work-period    pic 9(6).
               05 ws-work-day       pic 99.

           01 ws-ext-date       pic 9(8) value 0.
           01 ws-edit-amt       pic -zzzzzz9.99.
           01 ws-continue       pic x value 'Y'.
               88 ws-keep-going value 'Y' 'y'.
           01 ws-browse         pic x value 'N'.
               88 ws-browse-more value 'Y' 'y'.
           01 ws-trace-done-switch pic x value 'N'.
               88 ws-trace-done value 'Y'.

       screen section.
       01  trace-screen.
           05 blank screen.
           05 line 2 col 10 value "POSTING TRACE - ENTER REFERENCE".
           05 line 4 col 10 value "REFERENCE..: ".
           05 col plus 1 pic x(16) using ws-trc-key.
           05 line 6 col 10 value "CENTER.....: ".
           05 col plus 1 pic x(6) from ws-trc-center.
           05 line 7 col 10 value "FULL REF...: ".
           05 col plus 1 pic x(16) from ws-trc-reference.
           05 line 8 col 10 value "STANDING...: ".
           05 col plus 1 pic x(40) from ws-trc-status-text.
           05 line 9 col 10 value "POSTED ON..: ".
           05 col plus 1 pic x(8) from ws-trc-post-date.
           05 line 11 col 10 value "HIST DATE..: ".
           05 col plus 1 pic x(8) from ws-trc-hist-date.
           05 line 12 col 10 value "TYPE.......: ".
           05 col plus 1 pic x from ws-trc-type.
      * Leading minus shows a credit for what it is.
           05 line 13 col 10 value "PRIOR BAL..: ".
           05 col plus 1 pic -zzzz9.99 from ws-trc-prior.
           05 line 14 col 10 value "AMOUNT.....: ".
           05 col plus 1 pic -zzzz9.99 from ws-trc-amount.
           05 line 15 col 10 value "NEW BAL....: ".
           05 col plus 1 pic -zzzz9.99 from ws-trc-new.
           05 line 16 col 10 value "LIVES IN...: ".
           05 col plus 1 pic x(20) from ws-trc-hist-file.
           05 line 18 col 10 value "SOURCE.....: ".
           05 line 19 col 10 pic x(60) from ws-trc-source-1.
           05 line 20 col 10 pic x(60) from ws-trc-source-2.
           05 line 22 col 10 pic x(40) from ws-message.

       procedure division.
       0000-main.
           open input ledgerref-file
           if ws-ref-status not = "00"
               display "POSTTRACE: cannot open LEDGERREF.DAT, status "
                   ws-ref-status
           else
               perform 1100-load-period-control
               perform 1000-take-trace until not ws-keep-going
               close ledgerref-file
           end-if
           stop run.

      * The significant length of the key is everything up to the
      * first space; a reference is never keyed with embedded blanks.
       1000-take-trace.
           move spaces to ws-trc-key
           perform 1200-clear-hit
           move "KEY A REFERENCE, OR ITS VOUCHER/GROUP PART"
               to ws-message
           display trace-screen
           accept trace-screen
           move 0 to ws-key-len
           inspect ws-trc-key tallying ws-key-len
               for characters before initial space
           if ws-key-len = 0
               move "NOTHING KEYED" to ws-message
               display trace-screen
           else
               move 0 to ws-hit-count
               move 'N' to ws-trace-done-switch
               perform 2000-trace-ledgerref
               if not ws-trace-done
                   perform 4000-trace-rejects
               end-if
               if ws-hit-count = 0
                   perform 1200-clear-hit
                   move "NOT ON LEDGERREF.DAT OR LEDGERPOST.EXC"
                       to ws-message
                   display trace-screen
               end-if
           end-if
           display "ANOTHER TRACE? (Y/N): "
               with no advancing
           accept ws-continue.

      * No control file just means no period has ever been closed.
       1100-load-period-control.
           open input period-control-file
           if ws-pctl-status = "00"
               read period-control-file
                   at end
                       continue
                   not at end
                       if pctl-last-closed is numeric
                           move pctl-last-closed to ws-last-closed
                       end-if
               end-read
               close period-control-file
           end-if.

       1200-clear-hit.
           move spaces to ws-trc-center
           move spaces to ws-trc-reference
           move spaces to ws-trc-status-text
           move spaces to ws-trc-post-date
           perform 1300-clear-history
           move spaces to ws-trc-source-1
           move spaces to ws-trc-source-2
           move spaces to ws-message.

       1300-clear-history.
           move spaces to ws-trc-hist-date
           move space to ws-trc-type
           move 0 to ws-trc-prior
           move 0 to ws-trc-amount
           move 0 to ws-trc-new
           move spaces to ws-trc-hist-file.

      * Walk LEDGERREF.DAT end to end: the file is keyed by center
      * first, so one reference applied to several centers is spread
      * through it, and a part key can only be matched row by row.
       2000-trace-ledgerref.
           move 'N' to ws-eof-switch
           move low-values to ref-key
           start ledgerref-file key not < ref-key
               invalid key
                   set ws-eof to true
           end-start
           perform 2100-trace-one-ref
               until ws-eof or ws-trace-done.

       2100-trace-one-ref.
           read ledgerref-file next record
               at end
                   set ws-eof to true
               not at end
                   move ref-reference to ws-candidate
                   perform 5000-check-match
                   if ws-match
                       perform 2200-show-applied
                   end-if
           end-read
      * A read failure mid-walk has to end it too, or this loop would
      * never finish.
           if ws-ref-status > "10"
               move "LEDGERREF READ FAILED, TRACE ENDED" to ws-message
               display trace-screen
               set ws-eof to true
           end-if.

       2200-show-applied.
           add 1 to ws-hit-count
           perform 1200-clear-hit
           move ref-cost-center to ws-trc-center
           move ref-reference to ws-trc-reference
           move ref-post-date to ws-trc-post-date
           if ref-held
               move "HELD FOR APPROVAL - NOT YET APPLIED"
                   to ws-trc-status-text
               move "NONE - NOT APPLIED" to ws-trc-hist-file
           else
           if ref-approved
               move "APPROVED - AWAITING LEDGERPOST"
                   to ws-trc-status-text
               move "NONE - NOT APPLIED" to ws-trc-hist-file
           else
               move "APPLIED TO THE BALANCE" to ws-trc-status-text
               perform 3000-find-history-line
           end-if
           end-if
           perform 3500-find-source
           move "FOUND ON LEDGERREF.DAT" to ws-message
           display trace-screen
           perform 2900-ask-next.

       2900-ask-next.
           display "NEXT MATCH? (Y/N): "
               with no advancing
           accept ws-browse
           if not ws-browse-more
               set ws-trace-done to true
           end-if.

      * The posting's own date says which file its history line is
      * in: a period already closed has been cut to LEDGERHIST.Pyyyymm,
      * anything later is still on the live file.
       3000-find-history-line.
           move ref-post-date to ws-work-date
           if ws-work-period not > ws-last-closed
               move spaces to ws-hist-name
               string "LEDGERHIST.P" delimited by size
                   ws-work-period delimited by size
                   into ws-hist-name
           else
               move "LEDGERHIST.DAT" to ws-hist-name
           end-if
           move 'N' to ws-found-switch
           open input history-file
           if ws-hist-status = "00"
               move 'N' to ws-eof-switch
               perform 3100-read-history-line
                   until ws-eof or ws-found
               close history-file
           end-if
           move 'N' to ws-eof-switch
           if ws-found
               move ws-hist-name to ws-trc-hist-file
           else
               move "APPLIED - HISTORY LINE NOT FOUND"
                   to ws-trc-status-text
               move ws-hist-name to ws-trc-hist-file
           end-if.

       3100-read-history-line.
           read history-file
               at end
                   set ws-eof to true
               not at end
                   if hst-cost-center = ref-cost-center
                           and hst-reference = ref-reference
                       set ws-found to true
                       move hst-post-date to ws-trc-hist-date
                       move hst-trans-type to ws-trc-type
                       move hst-prior-balance to ws-trc-prior
                       move hst-amount to ws-trc-amount
                       move hst-new-balance to ws-trc-new
                   end-if
           end-read
           if ws-hist-status > "10"
               set ws-eof to true
           end-if.

      * Drill back to what produced the posting, read off the
      * reference's prefix. Anything else was keyed, and its reference
      * is the clerk's own source document number.
       3500-find-source.
           move ws-trc-reference to ws-tr-ref
           if ws-tr-prefix = "IB"
               perform 3600-source-item-group
           else
           if ws-tr-prefix = "AP"
               perform 3700-source-ap-voucher
           else
           if ws-tr-prefix = "SE"
               perform 3800-source-standing
           else
           if ws-tr-prefix = "AL"
               perform 3850-source-allocation
           else
           if ws-tr-prefix = "HQ"
               move "KEYED WITHOUT A REFERENCE - NUMBERED WHEN HELD"
                   to ws-trc-source-1
               move "(RUN DATE YYMMDD + LEDGERIN.DAT RECORD NUMBER)"
                   to ws-trc-source-2
           else
               move "KEYED POSTING - THE REFERENCE IS THE SOURCE"
                   to ws-trc-source-1
               move "DOCUMENT NUMBER" to ws-trc-source-2
           end-if
           end-if
           end-if
           end-if
           end-if.

      * ITEMBRIDGE stamps the group and the day ITEMSUM processed it;
      * ITEMOUT.DAT holds what the latest ITEMSUM run wrote.
       3600-source-item-group.
           move 'N' to ws-found-switch
           open input item-output-file
           if ws-iout-status = "00"
               move 'N' to ws-eof-switch
               perform 3610-read-item-group
                   until ws-eof or ws-found
               close item-output-file
           end-if
           move 'N' to ws-eof-switch
           if ws-found
               move iout-sum to ws-edit-amt
               string "ITEMSUM GROUP " delimited by size
                   ws-tr-ib-group delimited by size
                   " OF " delimited by size
                   ws-tr-ib-date delimited by size
                   " CENTER " delimited by size
                   iout-cost-center delimited by size
                   into ws-trc-source-1
               string iout-addend-count delimited by size
                   " ADDENDS, SUM " delimited by size
                   ws-edit-amt delimited by size
                   " (ITEMOUT.DAT)" delimited by size
                   into ws-trc-source-2
           else
               string "ITEMSUM GROUP " delimited by size
                   ws-tr-ib-group delimited by size
                   " OF " delimited by size
                   ws-tr-ib-date delimited by size
                   into ws-trc-source-1
               move "NO LONGER ON ITEMOUT.DAT" to ws-trc-source-2
           end-if.

       3610-read-item-group.
           read item-output-file
               at end
                   set ws-eof to true
               not at end
                   if iout-group-id = ws-tr-ib-group
                           and iout-proc-date = ws-tr-ib-date
                       set ws-found to true
                   end-if
           end-read
           if ws-iout-status > "10"
               set ws-eof to true
           end-if.

      * APEXTRACT.DAT is the extract AP last sent; an older voucher
      * has gone with its extract.
       3700-source-ap-voucher.
           move 'N' to ws-found-switch
           move 0 to ws-ext-date
           open input ap-extract-file
           if ws-ext-status = "00"
               move 'N' to ws-eof-switch
               perform 3710-read-ap-record
                   until ws-eof or ws-found
               close ap-extract-file
           end-if
           move 'N' to ws-eof-switch
           if ws-found
               move ap-vch-amount to ws-edit-amt
               string "AP VOUCHER " delimited by size
                   ws-tr-ap-voucher delimited by size
                   " CENTER " delimited by size
                   ap-vch-cost-center delimited by size
                   into ws-trc-source-1
               string "AMOUNT " delimited by size
                   ws-edit-amt delimited by size
                   ", EXTRACT OF " delimited by size
                   ws-ext-date delimited by size
                   into ws-trc-source-2
           else
               string "AP VOUCHER " delimited by size
                   ws-tr-ap-voucher delimited by size
                   into ws-trc-source-1
               move "NOT ON THE CURRENT APEXTRACT.DAT"
                   to ws-trc-source-2
           end-if.

       3710-read-ap-record.
           read ap-extract-file
               at end
                   set ws-eof to true
               not at end
                   if ap-type-header
                       move ap-hdr-create-date to ws-ext-date
                   end-if
                   if ap-type-voucher
                           and ap-vch-number = ws-tr-ap-voucher
                       set ws-found to true
                   end-if
           end-read
           if ws-ext-status > "10"
               set ws-eof to true
           end-if.

       3800-source-standing.
           open input standing-file
           if ws-stn-status not = "00"
               move "STANDING.DAT NOT AVAILABLE" to ws-trc-source-1
           else
               move ws-tr-gen-id to stn-entry-id
               read standing-file
                   invalid key
                       string "STANDING ENTRY " delimited by size
                           ws-tr-gen-id delimited by size
                           " - NO LONGER ON FILE" delimited by size
                           into ws-trc-source-1
                   not invalid key
                       string "STANDING ENTRY " delimited by size
                           stn-entry-id delimited by size
                           " FOR PERIOD " delimited by size
                           ws-tr-gen-period delimited by size
                           into ws-trc-source-1
                       move stn-description to ws-trc-source-2
               end-read
               close standing-file
           end-if.

       3850-source-allocation.
           open input allocrule-file
           if ws-alr-status not = "00"
               move "ALLOCRULE.DAT NOT AVAILABLE" to ws-trc-source-1
           else
               move ws-tr-gen-id to alr-source-center
               read allocrule-file
                   invalid key
                       string "ALLOCATION FROM " delimited by size
                           ws-tr-gen-id delimited by size
                           " - RULE NO LONGER ON FILE" delimited by size
                           into ws-trc-source-1
                   not invalid key
                       string "ALLOCATION FROM " delimited by size
                           alr-source-center delimited by size
                           " FOR PERIOD " delimited by size
                           ws-tr-gen-period delimited by size
                           into ws-trc-source-1
                       move alr-description to ws-trc-source-2
               end-read
               close allocrule-file
           end-if.

      * A posting LEDGERPOST rejected never reached LEDGERREF.DAT;
      * its reference is carried on the exception row instead. Rows
      * from before the reference was carried are blank and cannot
      * be traced.
       4000-trace-rejects.
           open input posting-exception-file
           if ws-exc-status = "00"
               move 'N' to ws-eof-switch
               perform 4100-trace-one-reject
                   until ws-eof or ws-trace-done
               close posting-exception-file
           end-if.

       4100-trace-one-reject.
           read posting-exception-file
               at end
                   set ws-eof to true
               not at end
                   if pexc-reference not = spaces
                       move pexc-reference to ws-candidate
                       perform 5000-check-match
                       if ws-match
                           perform 4200-show-reject
                       end-if
                   end-if
           end-read
           if ws-exc-status > "10"
               set ws-eof to true
           end-if.

       4200-show-reject.
           add 1 to ws-hit-count
           perform 1200-clear-hit
           move pexc-cost-center to ws-trc-center
           move pexc-reference to ws-trc-reference
           move pexc-run-date to ws-trc-post-date
           if pexc-resolved = 'Y'
               move "REJECTED - REPAIRED THROUGH EXCREPAIR"
                   to ws-trc-status-text
           else
               move "REJECTED - STILL ON LEDGERPOST.EXC"
                   to ws-trc-status-text
           end-if
           move "NONE - REJECTED" to ws-trc-hist-file
           perform 3500-find-source
           move pexc-reason to ws-message
           display trace-screen
           perform 2900-ask-next.

      * A reference matches on its keyed characters from the front,
      * or from just past the two-character source prefix - so a bare
      * voucher or group number finds its AP or IB reference.
       5000-check-match.
           move 'N' to ws-match-switch
           if ws-candidate(1:ws-key-len) = ws-trc-key(1:ws-key-len)
               set ws-match to true
           else
           if ws-key-len < 15
               if ws-candidate(3:ws-key-len)
                       = ws-trc-key(1:ws-key-len)
                   set ws-match to true
               end-if
           end-if
           end-if.
