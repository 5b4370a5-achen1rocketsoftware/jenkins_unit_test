      * normalised names collide, one member line per id with a simple
      * match score (100 when the gender codes also agree with the
      * cluster's first member, 90 when only the names match), for the
      * data team to review before anything is merged. The names on
      * the member lines are shown at the operator's piimask level.
      *****************************************************************
       identification division.
       program-id. custfuzz.
               value "Candidate clusters :".
           03 fz-cluster-total    pic zzzz9.

       01 wk-pii-field        pic x(08).
       01 wk-pii-text         pic x(60).

       procedure division.
       custfuzz-main.
           open output report-file
           move wk-prev-sname to fz-sname
           move wk-prev-gender to fz-gender
           move 100 to fz-score
           perform mask-member-names
           write report-rec from wk-member-line
           add 1 to wk-member-count
           exit section
           else
               move 90 to fz-score
           end-if
           perform mask-member-names
           write report-rec from wk-member-line
           add 1 to wk-member-count
           exit section
           .

      *> the match itself is made on the names as read; only the
      *> member line shows them masked.
       mask-member-names section.
           move "NAME" to wk-pii-field
           move fz-fname to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to fz-fname
           move "NAME" to wk-pii-field
           move fz-sname to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to fz-sname
           exit section
           .

       mask-pii-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

       hold-current-record section.
           move srt-match-key to wk-prev-match-key
           move srt-customer-id to wk-prev-id
