%Module RPT_RMA_MISSING <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* SWIFT receivers without an RMA authorization.
*
* DEBITSIDE_LOOKUP's X991_CHECK_RMA logs every SWIFT-bound payment to a
* receiver we hold no RMA authorization for (none on SWIFT_RMA_AUTH,
* revoked, not in force, or not covering the message category) to
* RMA_CHECK_LOG with its outcome: "O"ut under warning or "H"eld.  An
* entry a later pass found authorized is rewritten "C"leared.  For the
* report date, this report lists, by bank and receiver BIC, the wires
* sent and held, the message categories involved and the reason last
* given, so correspondent relations can set the authorizations up.

* REVISION HISTORY
* ----------------
*
* R. Iverson	14-Dec-2010	CR13249
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
    Select RMA_RPT_FILE		Assign to "RPT_RMA_MISSING_OUTPUT"
	   ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  RMA_RPT_FILE record 132 characters.
01  RMA_RPT_REC			Pic X(132).

Working-Storage Section.

* Per bank/receiver tally -- same first-free-slot idiom as
* rpt_travel_rule.cob.
01 Rma_tally_ws.
   02 Rma_tally_entry_ws	occurs 500 times.
      03 Rma_tally_key_ws.
	 04 Rma_tally_bank_ws		pic x(03).
	 04 Rma_tally_bic_ws		pic x(11).
      03 Rma_tally_sent_ws		pic 9(07) comp-5.
      03 Rma_tally_held_ws		pic 9(07) comp-5.
      03 Rma_tally_clr_ws		pic 9(07) comp-5.
      03 Rma_tally_cats_ws		pic x(10).
      03 Rma_tally_reason_ws		pic x(48).

* Sort hold area, the same shape as a tally entry.
01 Rma_hold_ws.
   03 Rma_hold_key_ws			pic x(14).
   03 Rma_hold_sent_ws			pic 9(07) comp-5.
   03 Rma_hold_held_ws			pic 9(07) comp-5.
   03 Rma_hold_clr_ws			pic 9(07) comp-5.
   03 Rma_hold_cats_ws			pic x(10).
   03 Rma_hold_reason_ws		pic x(48).

01 Rma_idx_ws			pic 9(04) comp-5 value zeroes.
01 Rma_slot_ws			pic 9(04) comp-5 value zeroes.
01 Rma_used_ws			pic 9(04) comp-5 value zeroes.
01 Rma_sort_j_ws		pic 9(04) comp-5 value zeroes.
01 Rma_cat_cnt_ws		pic 9(04) comp-5 value zeroes.
01 Rma_bank_chk_ws		pic x(03).
01 Rma_bic_chk_ws		pic x(11).
01 Rma_cat_chk_ws		pic x(01).
01 Bic_count_ws			pic 9(07) comp-5 value zeroes.
01 Sent_count_ws		pic 9(07) comp-5 value zeroes.
01 Held_count_ws		pic 9(07) comp-5 value zeroes.
01 Full_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP-5 fields above for the STRINGs below.
01 Sent_ws_d			pic 9(07) usage display.
01 Held_ws_d			pic 9(07) usage display.
01 Clr_ws_d			pic 9(07) usage display.
01 Bic_count_ws_d		pic 9(07) usage display.
01 Sent_count_ws_d		pic 9(07) usage display.
01 Held_count_ws_d		pic 9(07) usage display.
01 Full_count_ws_d		pic 9(07) usage display.

01 Report_line_ws		Pic X(132).
01 Entry_date_ws		str(8).
01 Reason_ws			str(48).

%def <ACE>    %`SBJ_DD_PATH:ACE_FSECT.DDL`    %end
%def <RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def		%^ local fsect.

Rpt_rma_log:		que(	%`SBJ_DD_PATH:RMA_CHECK_LOG.DDF`);
Rpt_init_status:	Boolean;   %^ Success/Failure on return from rpt_init call

%end

%Linkage

01 abort_ls    %long.

%Procedure returning abort_ls.

A00_MAIN.

    Move 0 to abort_ls.

    Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

    Open Output RMA_RPT_FILE.

    Move spaces to Report_line_ws.
    String "SWIFT receivers without RMA authorization"
	    Delimited by size
	    into Report_line_ws.
    Write RMA_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    Write RMA_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Bank BIC          Sent     Held     Cleared  Categories "
	   "Reason"
	    Delimited by size
	    into Report_line_ws.
    Write RMA_RPT_REC from Report_line_ws.

    Perform B10_SCAN_RMA_LOG thru B10_SCAN_RMA_LOG_end.
    Perform B20_SORT_TALLY thru B20_SORT_TALLY_end.
    Perform B30_PRINT_TALLY thru B30_PRINT_TALLY_end.

    If Full_count_ws > 0
	Move Full_count_ws to Full_count_ws_d
	Move spaces to Report_line_ws
	String "*WARNING* more than 500 receivers - " Delimited by size,
	       Full_count_ws_d Delimited by size,
	       " wire(s) not listed above" Delimited by size
		into Report_line_ws
	Write RMA_RPT_REC from Report_line_ws
    End-if.

    Move Bic_count_ws to Bic_count_ws_d.
    Move Sent_count_ws to Sent_count_ws_d.
    Move Held_count_ws to Held_count_ws_d.
    Move spaces to Report_line_ws.
    String Bic_count_ws_d Delimited by size,
	   " receiver(s) without RMA: " Delimited by size,
	   Sent_count_ws_d Delimited by size,
	   " wire(s) sent, " Delimited by size,
	   Held_count_ws_d Delimited by size,
	   " held" Delimited by size
	    into Report_line_ws.
    Write RMA_RPT_REC from Report_line_ws.

    Close RMA_RPT_FILE.

    %^*********************************************************************
    %^* RPT_RMA_MISSING$_COUNT  /I ${1} SWIFT receiver(s) without RMA, ${2}
    %^*	wire(s) sent, ${3} held.
    %^*********************************************************************
    call "NEX_CREATE_AND_BROADCAST_MSG" using
	      by content   Z"RPT_RMA_MISSING$_COUNT"
	      by value -1
	      %ace_msg_arg_list(Bic_count_ws, Sent_count_ws,
				Held_count_ws);

A00_MAIN_END.
    %Exit Program;.

A10_SBJ_INIT.

    call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier, so
* this report can be scoped to a single day's activity (default today).
    Call "RPT_INIT" returning Rpt_init_status.

    If Failure_is in Rpt_init_status
	Move 1 to abort_ls
	%EXIT PROGRAM;
    End-if.

    Perform varying Rma_idx_ws from 1 by 1
	    until Rma_idx_ws > 500
	Move spaces to Rma_tally_key_ws(Rma_idx_ws)
	Move zero to Rma_tally_sent_ws(Rma_idx_ws)
	Move zero to Rma_tally_held_ws(Rma_idx_ws)
	Move zero to Rma_tally_clr_ws(Rma_idx_ws)
	Move spaces to Rma_tally_cats_ws(Rma_idx_ws)
	Move spaces to Rma_tally_reason_ws(Rma_idx_ws)
    End-perform.

    %ACE_CONN_Q "MTS"////"RMA_CHECK_LOG" to Rpt_rma_log giving Rpt_init_status;

A10_SBJ_INIT_end.
    Exit.

B10_SCAN_RMA_LOG.
%^ Walk every entry in RMA_CHECK_LOG and tally the report date's by
%^ bank and receiver.

    %beg
    BREAK: Rpt_rma_log;
    FIRST: Rpt_rma_log;
    %end.

    Perform until Seq_end_is in Rpt_rma_log_cursor

	%beg Entry_date_ws = Rpt_rma_log.Systime.yyyymmdd; %end

	If Entry_date_ws not = Rpt_Date.yyyymmdd
	    Continue
	Else
	    Perform X10_FIND_RMA_SLOT thru X10_FIND_RMA_SLOT_end
	    Evaluate Outcome of Rpt_rma_log
		When "O"
		    Add 1 to Sent_count_ws
		When "H"
		    Add 1 to Held_count_ws
		When other
		    Continue
	    End-evaluate
	    If Rma_slot_ws = zero
		Add 1 to Full_count_ws
	    Else
		Perform X20_TALLY_ENTRY thru X20_TALLY_ENTRY_end
	    End-if
	End-if

	%beg NEXT: Rpt_rma_log; %end

    End-perform.

    %beg BREAK: Rpt_rma_log; %end.

B10_SCAN_RMA_LOG_end.
    Exit.

B20_SORT_TALLY.
%^ Insertion sort of the used slots on bank and BIC.

    Perform varying Rma_idx_ws from 2 by 1
	    until Rma_idx_ws > Rma_used_ws

	Move Rma_tally_entry_ws(Rma_idx_ws) to Rma_hold_ws
	Move Rma_idx_ws to Rma_sort_j_ws

	Perform until Rma_sort_j_ws = 1
		or Rma_tally_key_ws(Rma_sort_j_ws - 1)
			not > Rma_hold_key_ws
	    Move Rma_tally_entry_ws(Rma_sort_j_ws - 1)
		    to Rma_tally_entry_ws(Rma_sort_j_ws)
	    Subtract 1 from Rma_sort_j_ws
	End-perform

	Move Rma_hold_ws to Rma_tally_entry_ws(Rma_sort_j_ws)

    End-perform.

B20_SORT_TALLY_end.
    Exit.

B30_PRINT_TALLY.
%^ One line per receiver with a wire sent or still held; a receiver
%^ whose wires have all since cleared is not listed.

    Perform varying Rma_idx_ws from 1 by 1
	    until Rma_idx_ws > Rma_used_ws

	If Rma_tally_sent_ws(Rma_idx_ws) > 0
	  or Rma_tally_held_ws(Rma_idx_ws) > 0

	    Add 1 to Bic_count_ws
	    Move Rma_tally_sent_ws(Rma_idx_ws) to Sent_ws_d
	    Move Rma_tally_held_ws(Rma_idx_ws) to Held_ws_d
	    Move Rma_tally_clr_ws(Rma_idx_ws) to Clr_ws_d

	    Move spaces to Report_line_ws
	    String Rma_tally_bank_ws(Rma_idx_ws)   Delimited by size,
		   "  "                            Delimited by size,
		   Rma_tally_bic_ws(Rma_idx_ws)    Delimited by size,
		   "  "                            Delimited by size,
		   Sent_ws_d                       Delimited by size,
		   "  "                            Delimited by size,
		   Held_ws_d                       Delimited by size,
		   "  "                            Delimited by size,
		   Clr_ws_d                        Delimited by size,
		   "  "                            Delimited by size,
		   Rma_tally_cats_ws(Rma_idx_ws)   Delimited by size,
		   " "                             Delimited by size,
		   Rma_tally_reason_ws(Rma_idx_ws) Delimited by size
		    into Report_line_ws
	    Write RMA_RPT_REC from Report_line_ws
	End-if

    End-perform.

B30_PRINT_TALLY_end.
    Exit.

X10_FIND_RMA_SLOT.
%^ Return (in Rma_slot_ws) the tally slot for the current entry's
%^ bank and receiver, claiming the next free slot the first time the
%^ combination is seen; zero when the table is full.

    Move zero to Rma_slot_ws.
    Move spaces to Rma_bank_chk_ws.
    Move Bank of Rpt_rma_log to Rma_bank_chk_ws.
    Move spaces to Rma_bic_chk_ws.
    Move Bic of Rpt_rma_log to Rma_bic_chk_ws.

    Perform varying Rma_idx_ws from 1 by 1
	    until Rma_idx_ws > 500
	If (Rma_tally_bank_ws(Rma_idx_ws) = Rma_bank_chk_ws
	  and Rma_tally_bic_ws(Rma_idx_ws) = Rma_bic_chk_ws)
	  or Rma_tally_bank_ws(Rma_idx_ws) = spaces
	    Move Rma_idx_ws to Rma_slot_ws
	    Move Rma_bank_chk_ws to Rma_tally_bank_ws(Rma_idx_ws)
	    Move Rma_bic_chk_ws to Rma_tally_bic_ws(Rma_idx_ws)
	    Move 501 to Rma_idx_ws
	End-if
    End-perform.

    If Rma_slot_ws > Rma_used_ws
	Move Rma_slot_ws to Rma_used_ws
    End-if.

X10_FIND_RMA_SLOT_end.
    Exit.

X20_TALLY_ENTRY.
%^ Count the entry against its slot, note its message category once,
%^ and keep the reason of a wire still sent or held.

    Evaluate Outcome of Rpt_rma_log
	When "O"
	    Add 1 to Rma_tally_sent_ws(Rma_slot_ws)
	When "H"
	    Add 1 to Rma_tally_held_ws(Rma_slot_ws)
	When other
	    Add 1 to Rma_tally_clr_ws(Rma_slot_ws)
	    Go to X20_TALLY_ENTRY_end
    End-evaluate.

    %beg Reason_ws = Rpt_rma_log.Reason; %end.
    Move Reason_ws to Rma_tally_reason_ws(Rma_slot_ws).

    Move Category of Rpt_rma_log to Rma_cat_chk_ws.
    Move zero to Rma_cat_cnt_ws.
    Inspect Rma_tally_cats_ws(Rma_slot_ws) tallying
	    Rma_cat_cnt_ws for all Rma_cat_chk_ws.
    If Rma_cat_cnt_ws = zero
	Move zero to Rma_cat_cnt_ws
	Inspect Rma_tally_cats_ws(Rma_slot_ws) tallying
		Rma_cat_cnt_ws for characters before initial space
	If Rma_cat_cnt_ws < 10
	    Move Rma_cat_chk_ws
		    to Rma_tally_cats_ws(Rma_slot_ws)(Rma_cat_cnt_ws + 1:1)
	End-if
    End-if.

X20_TALLY_ENTRY_end.
    Exit.
