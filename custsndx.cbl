      * same lazy way custxref loads, and rewritten whole after each
      * mutation - the index is small and a half-written index is
      * worse than a rewritten one.
      *
      *   CUSTSNDX-PHONETIC         a name (x(30)) -> its four-byte
      *                             phonetic code
      * is the one phonetic rule name matching shares (custwtch's
      * watch-list screening): the Soundex code - the name's first
      * letter and the digits of the consonant groups that follow
      * it (BFPV 1, CGJKQSXZ 2, DT 3, L 4, MN 5, R 6), a repeat of
      * the same digit written once unless a vowel separates them,
      * H and W separating nothing, zero-filled to four. Case and
      * anything that is not a letter are ignored; a name with no
      * letter at all codes to spaces.
      *****************************************************************
       identification division.
       program-id. custsndx.
           03                     pic x(01) value spaces.
           03 sdl-customer-id     pic 9(05).

      *> the phonetic code's working pieces: the name upper-cased,
      *> the same name with every letter turned into its digit, and
      *> the code being built.
       01 wk-phon-upper       pic x(30).
       01 wk-phon-digits      pic x(30).
       01 wk-phon-pos         binary-long.
       01 wk-phon-len         binary-long.
       01 wk-phon-prev        pic x(01).
       01 wk-phon-code        pic x(04).

       linkage section.
       01 lk-sndx-sname       pic x(16).
       01 lk-sndx-new-sname   pic x(16).
       01 lk-sndx-id          pic 9(05).
       01 lk-phon-name        pic x(30).
       01 lk-phon-code        pic x(04).

       procedure division.
       custsndx-main.
           perform write-index-file
           goback.

       entry "CUSTSNDX-PHONETIC" using lk-phon-name, lk-phon-code.
           move spaces to wk-phon-code
           move lk-phon-name to wk-phon-upper
           inspect wk-phon-upper converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move wk-phon-upper to wk-phon-digits
           inspect wk-phon-digits converting
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to "01230129022455012623019202"
           move 0 to wk-phon-len
           perform find-first-letter
               varying wk-phon-pos from 1 by 1
               until wk-phon-pos > 30
                  or wk-phon-len > 0
           if wk-phon-len = 0
               move spaces to lk-phon-code
               goback
           end-if
           perform code-next-letter
               varying wk-phon-pos from wk-phon-pos by 1
               until wk-phon-pos > 30
                  or wk-phon-len = 4
           inspect wk-phon-code replacing all space by "0"
           move wk-phon-code to lk-phon-code
           goback.

       find-first-letter section.
           if wk-phon-upper(wk-phon-pos:1) is alphabetic
               and wk-phon-upper(wk-phon-pos:1) not equal space
               move wk-phon-upper(wk-phon-pos:1) to wk-phon-code(1:1)
               move wk-phon-digits(wk-phon-pos:1) to wk-phon-prev
               move 1 to wk-phon-len
           end-if
           exit section
           .

      *> a vowel (digit 0) only separates; H and W (digit 9) are
      *> passed over as if they were not there.
       code-next-letter section.
           if wk-phon-upper(wk-phon-pos:1) is not alphabetic
               or wk-phon-upper(wk-phon-pos:1) equal space
               exit section
           end-if
           evaluate wk-phon-digits(wk-phon-pos:1)
               when "9"
                   continue
               when "0"
                   move "0" to wk-phon-prev
               when other
                   if wk-phon-digits(wk-phon-pos:1)
                       not equal wk-phon-prev
                       add 1 to wk-phon-len
                       move wk-phon-digits(wk-phon-pos:1)
                           to wk-phon-code(wk-phon-len:1)
                   end-if
                   move wk-phon-digits(wk-phon-pos:1) to wk-phon-prev
           end-evaluate
           exit section
           .

       load-master-row section.
           read cust next record
           if not wk-cust-ok-status
